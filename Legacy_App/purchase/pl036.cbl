*>****
*>  Changes.
*> 21/08/26 vbc - .00 Written for the GRNI accrual.
*> 15/10/26 vbc - .01 GRN lines already invoiced by the pl935 self-billing
*>                    run are not accrued - the self-billed folio is the
*>                    invoice, not an OTM5 entry under the order folio.
*>
 environment             division.
*>===============================
                   organization  line sequential
                   status Grn-Fs-Reply.
*>
 copy "selselfb.cob".
 copy "selprint.cob".
*>
 data                    division.
*>-----------
*>
 copy "fdplgrn.cob".
 copy "fdselfb.cob".
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "PL036 (3.02.01)".
 77  Grn-Fs-Reply        pic 99    value zero.
 77  WS-SB-Status        pic 99    value zero.
 77  WS-SB-Open          pic x     value "N".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
              go to ba999-exit.
     perform  OTM5-Open-Input.
     perform  PInvoice-Open-Input.
     open     input Self-Bill-File.
     if       WS-SB-Status = zero
              move "Y" to WS-SB-Open.
*>
 ba010-Read-Loop.
     read     PL-GRN-File next record at end
     if       fs-reply = zero
              go to ba010-Read-Loop.
*>
*>  Or self-billed (pl935) ?
*>
     if       WS-SB-Open = "Y"
              move spaces to Self-Bill-Record
              move "G"          to SB-Type
              move Grn-Supplier to SB-Supplier
              move Grn-Date     to SB-Grn-Date
              move Grn-Time     to SB-Grn-Time
              move Grn-Folio    to SB-Grn-Folio
              move Grn-Line     to SB-Grn-Line
              read Self-Bill-File
                   invalid key
                   move 99 to WS-SB-Status
              end-read
              if   WS-SB-Status = zero
                   go to ba010-Read-Loop
              end-if
     end-if
*>
*>  Price it off the folio line.
*>
     move     Grn-Folio to invoice-nos.
 ba900-End.
     perform  PInvoice-Close.
     perform  OTM5-Close.
     if       WS-SB-Open = "Y"
              close Self-Bill-File
              move "N" to WS-SB-Open.
     close    PL-GRN-File.
*>
 ba999-exit.
