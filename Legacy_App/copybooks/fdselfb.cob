*>*******************************************
*>            Purchase                      *
*>  File Definition For The Self-Billing    *
*>  file                                    *
*>*******************************************
*> rec size 128 bytes, new 15/10/26.
*> Four record shapes share the one file:
*>   SB-Key = "0"                   - control: the next self-billed
*>            invoice number, a series of its own apart from the
*>            folio numbers and the suppliers' own invoice numbers;
*>   SB-Key = "A" + supplier        - the self-billing agreement
*>            held with that supplier: reference, start and expiry,
*>            the supplier's VAT registration, VAT code to charge and
*>            the analysis code keyed services default to;
*>   SB-Key = "G" + supplier + GRN date/time/folio/line
*>                                  - the GRN line has been billed,
*>            with the self-billed invoice and folio it went on, so
*>            a re-run never bills the same receipt twice;
*>   SB-Key = "I" + supplier + invoice no
*>                                  - the self-billed invoice register.
*> The supplier record itself has no spare bytes and an external FH,
*> so the agreement lives here (as the CIS registration does).
*>
 fd  Self-Bill-File.
*>
 01  Self-Bill-Record.
     03  SB-Key.
         05  SB-Type        pic x.
             88  SB-Control               value "0".
             88  SB-Agreement             value "A".
             88  SB-Billed                value "G".
             88  SB-Invoice               value "I".
         05  SB-Supplier    pic x(7).
         05  SB-Grn-Key.
             07  SB-Grn-Date    pic 9(8).     *> ccyymmdd as the GRN
             07  SB-Grn-Time    pic 9(8).
             07  SB-Grn-Folio   pic 9(8).
             07  SB-Grn-Line    pic 99.
         05  SB-Inv-Key     redefines SB-Grn-Key.
             07  SB-Inv-No      pic 9(6).
             07  filler         pic x(20).
     03  SB-Agreement-Data.
         05  SBA-Ref        pic x(20).
         05  SBA-Start      binary-long.
         05  SBA-Expiry     binary-long.
         05  SBA-Vat-Reg    pic x(14).
         05  SBA-Vat-Code   pic 9.
         05  SBA-PA         pic xx.
         05  filler         pic x(49).
     03  SB-Control-Data    redefines SB-Agreement-Data.
         05  SBC-Next-No    pic 9(6).
         05  filler         pic x(88).
     03  SB-Billed-Data     redefines SB-Agreement-Data.
         05  SBG-Inv-No     pic 9(6).
         05  SBG-Folio      pic 9(8).
         05  SBG-Date       binary-long.
         05  filler         pic x(76).
     03  SB-Invoice-Data    redefines SB-Agreement-Data.
         05  SBI-Folio      pic 9(8).
         05  SBI-Date       binary-long.
         05  SBI-Ref        pic x(20).        *> agreement it was under
         05  SBI-Net        pic s9(7)v99  comp-3.
         05  SBI-Vat        pic s9(7)v99  comp-3.
         05  SBI-Lines      pic 99.
         05  SBI-Source     pic x.
             88  SBI-From-GRN             value "G".
             88  SBI-Keyed                value "K".
         05  SBI-Mailed     pic x.
         05  filler         pic x(48).
