       >>source free
*>*********************************************
*>                                            *
*>       Self-Billing Invoices To Suppliers   *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         pl935.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Self-billing - for suppliers (hauliers,
*>                        scrap merchants) who have agreed that we
*>                        raise their invoices from what we received.
*>                        The agreement per supplier (reference,
*>                        start, expiry, their VAT registration) is
*>                        held on the Self-Bill-File (fdselfb.cob).
*>                        The GRN run takes the period's receipts
*>                        (pl035 GRN log) for suppliers with a current
*>                        agreement, prices each at the order folio
*>                        line's unit and raises self-billed invoices;
*>                        keyed services (no GRN) are raised the same
*>                        way.  Each invoice takes the next number of
*>                        the self-billing series ("SB" + 6 digits,
*>                        in ih-ref), is written as an ordinary type 2
*>                        folio through the PInvoice FH so pl050/pl055/
*>                        pl060 proof and post it into the purchase
*>                        ledger, prints with the statutory wording
*>                        and is e-mailed to the supplier through the
*>                        mail queue (SBIN template) when the supplier
*>                        has an e-mail address.
*>                        The order folio a billed GRN came from is
*>                        marked invoiced (ih-status "I", lines
*>                        analysed) so pl055 never posts the order
*>                        itself as a second invoice for the goods.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04, mailq.
*>                        acas000 (System), acas015 (Analysis),
*>                        acas022 (Purchase), acas026 (PInvoice).
*>**
*>    Error messages used.
*>                        PL003
*>                        PL257    Supplier not found.
*>                        PL258    Invalid date.
*>                        PL259    No current self-billing agreement.
*>                        PL260    Invalid analysis code.
*>                        PL261    Nothing found to self-bill.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for self-billing invoices.
*>
 environment             division.
*>===============================
*>
 copy "envdiv.cob".
 input-output            section.
*>------------------------------
*>
 file-control.
*>-----------
*>
 copy "selselfb.cob".
*>
     select   PL-GRN-File assign "plgrn.dat"
                   organization  line sequential
                   status Grn-Fs-Reply.
*>
*>  Supplier's copy of each self-billed invoice, attached to its mail.
*>
     select   SB-Copy-File assign WS-SB-Copy-Filename
                   organization  line sequential
                   status WS-SB-Copy-Status.
*>
 copy "selmailq.cob".
 copy "selprint.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdselfb.cob".
 copy "fdplgrn.cob".
*>
 fd  SB-Copy-File.
 01  SB-Copy-Record          pic x(80).
*>
 copy "fdmailq.cob".
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "PL935 (3.02.00)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wsanal.cob".
 copy "wspl.cob".
 copy "wsfdpinv.cob".   *> replacing Invoice-Record by WS-PInvoice-Record.
 copy "plwspinv.cob".   *> Pinvoice-header / Pinvoice-Bodies.
*>
*> REMARK OUT ANY IN USE
*>
 01  Dummies-4-Unused-ACAS-FH-Calls.      *> Call blk at zz080-ACAS-Calls
     03  Default-Record         pic x.
     03  Final-Record           pic x.
     03  WS-Ledger-Record       pic x.
     03  WS-Posting-Record      pic x.
     03  WS-Batch-Record        pic x.
     03  WS-IRS-Posting-Record  pic x.
     03  WS-Stock-Audit-Record  pic x.
     03  WS-Stock-Record        pic x.
     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
*>     03  WS-Analysis-Record     pic x.
     03  WS-Del-Inv-Nos-Record  pic x.
*>     03  WS-Purch-Record        pic x.
     03  WS-Pay-Record          pic x.
     03  WS-Invoice-Record      pic x.
     03  WS-OTM3-Record         pic x.
*>     03  WS-PInvoice-Record     pic x.
     03  WS-OTM5-Record         pic x.
*>
 copy "Test-Data-Flags.cob".  *> set sw-testing to zero to stop logging.
*>
 01  All-My-Constants    pic 9(4).
     copy "screenio.cpy".
*>
 01  ws-data.
     03  menu-reply      pic x.
     03  ws-reply        pic x.
     03  WS-Pass-Value   pic 9.
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  WS-SB-Status    pic 99           value zero.
     03  Grn-Fs-Reply    pic 99           value zero.
     03  WS-SB-Copy-Status pic 99         value zero.
     03  WS-SB-Copy-Filename pic x(40)    value spaces.
     03  WS-Supp-In      pic x(7)         value spaces.
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Today-Num    pic 9(8)         value zero.
     03  WS-From-Num     pic 9(8)         value zero.
     03  WS-To-Num       pic 9(8)         value zero.
     03  WS-Date-In      pic x(10)        value spaces.
     03  WS-Folio        pic 9(8)         value zero.
     03  WS-SB-No        pic 9(6)         value zero.
     03  WS-SB-Ref       pic x(10)        value spaces.
     03  WS-Last-Key     pic x(34)        value spaces.
     03  WS-Vat-Rate     pic 99v99        value zero.
     03  WS-Net-Tot      pic s9(7)v99     value zero.
     03  WS-Vat-Tot      pic s9(7)v99     value zero.
     03  WS-Gross-Tot    pic s9(7)v99     value zero.
     03  WS-Run-Count    pic 9(5)         value zero.
     03  WS-Run-Value    pic s9(9)v99     value zero.
     03  WS-Reg-From     pic 9(6)         value zero.
     03  WS-Note-Count   pic 99           value zero.
     03  WS-Amt-In       pic 9(7)v99      value zero.
     03  WS-PA-In        pic xx           value spaces.
     03  WS-Desc-In      pic x(24)        value spaces.
     03  WS-Line-No      pic 99           value zero.
     03  WS-Lin          pic 99           value zero.
     03  WS-Mail-Sent    pic 9            value zero.
     03  WS-Expired      pic x            value "N".
     03  WS-Source       pic x            value space.
     03  WS-I            binary-short     value zero.
     03  WS-J            binary-short     value zero.
*>
*>  The current supplier's agreement, kept while the file is read on.
*>   WS-SBA-Data is laid out as SB-Agreement-Data.
*>
 01  WS-Agreement.
     03  WS-SBA-Supplier pic x(7).
     03  WS-SBA-Data.
         05  WS-SBA-Ref      pic x(20).
         05  WS-SBA-Start    binary-long.
         05  WS-SBA-Expiry   binary-long.
         05  WS-SBA-Vat-Reg  pic x(14).
         05  WS-SBA-Vat-Code pic 9.
         05  WS-SBA-PA       pic xx.
*>
*>  Lines of the invoice being built - a folio holds 40 at most, so a
*>   longer period simply raises a second invoice.
*>
 01  WS-SL-Count         binary-short     value zero.
 01  WS-SL-Table.
     03  WS-SL-Entry     occurs 40.
         05  WS-SL-Grn-Date  pic 9(8).
         05  WS-SL-Grn-Time  pic 9(8).
         05  WS-SL-Grn-Folio pic 9(8).
         05  WS-SL-Grn-Line  pic 99.
         05  WS-SL-Product   pic x(13).
         05  WS-SL-PA        pic xx.
         05  WS-SL-Type      pic x.
         05  WS-SL-Desc      pic x(24).
         05  WS-SL-Qty       pic s9(5)      comp.
         05  WS-SL-Unit      pic s9(7)v99   comp-3.
         05  WS-SL-Net       pic s9(7)v99   comp-3.
         05  WS-SL-Vat       pic s9(7)v99   comp-3.
*>
 01  WS-Note-Table.
     03  WS-Note-Supp    pic x(7)   occurs 50.
*>
 01  ws-Test-Date            pic x(10).
 01  ws-date-formats.
     03  ws-swap             pic xx.
     03  ws-Conv-Date        pic x(10).
     03  ws-date             pic x(10).
     03  ws-UK redefines ws-date.
         05  ws-days         pic xx.
         05  filler          pic x.
         05  ws-month        pic xx.
         05  filler          pic x.
         05  ws-year         pic x(4).
     03  ws-USA redefines ws-date.
         05  ws-usa-month    pic xx.
         05  filler          pic x.
         05  ws-usa-days     pic xx.
         05  filler          pic x.
         05  filler          pic x(4).
     03  ws-Intl redefines ws-date.
         05  ws-intl-year    pic x(4).
         05  filler          pic x.
         05  ws-intl-month   pic xx.
         05  filler          pic x.
         05  ws-intl-days    pic xx.
*>
 01  Error-Messages.
     03  PL003          pic x(28) value "PL003 Hit Return To Continue".
     03  PL257          pic x(24) value "PL257 Supplier not found".
     03  PL258          pic x(18) value "PL258 Invalid date".
     03  PL259          pic x(40) value "PL259 No current self-billing agreement".
     03  PL260          pic x(27) value "PL260 Invalid analysis code".
     03  PL261          pic x(32) value "PL261 Nothing found to self-bill".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(44)       value "Self-Billed Invoices Raised".
     03  filler          pic x(32)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  filler          pic x(132)      value "Supplier  Name                           Invoice   Date" &
         "        Folio          Net         VAT  Src Note".
*>
 01  line-3.
     03  l3-supp         pic x(10).
     03  l3-name         pic x(31).
     03  l3-inv          pic x(10).
     03  l3-date         pic x(12).
     03  l3-folio        pic z(7)9.
     03  l3-net          pic bz(6)9.99-.
     03  l3-vat          pic bz(6)9.99-.
     03  filler          pic xx          value spaces.
     03  l3-src          pic x(4).
     03  l3-note         pic x(30).
*>
 01  line-4.
     03  l4-head         pic x(71).
     03  l4-value        pic z(7)9.99-.
*>
*>  The self-billed invoice itself - printed and written to the copy
*>   file the mail carries, 80 columns so both read the same.
*>
 01  WS-Doc-Line         pic x(80).
 01  doc-line-1.
     03  dl1-desc        pic x(25).
     03  dl1-qty         pic z(4)9b.
     03  dl1-unit        pic z(6)9.99b.
     03  dl1-net         pic z(6)9.99-.
     03  dl1-vat         pic z(6)9.99-.
     03  filler          pic x(15)       value spaces.
 01  doc-line-2.
     03  dl2-head        pic x(41).
     03  dl2-value       pic z(6)9.99-.
     03  filler          pic x(28)       value spaces.
*>
 linkage section.
*>**************
*>
 copy "wscall.cob".
 copy "wssystem.cob".
 copy "wsnames.cob".
*>
 01  to-day              pic x(10).
*>
 procedure division using ws-calling-data
                          system-record
                          to-day
                          file-defs.
*>=======================================
*>
 init01 section.
*>*************
*>
     set      ENVIRONMENT "COB_SCREEN_EXCEPTIONS" to "Y".
     set      ENVIRONMENT "COB_SCREEN_ESC" to "Y".
     move     Print-Spool-Name to PSN.
     perform  zz070-Convert-Date.
     move     to-day to u-date.
     perform  maps04.
     move     u-bin to WS-Today-Bin.
     accept   WS-Today-Num from date YYYYMMDD.
*>
     open     i-o Self-Bill-File.
     if       WS-SB-Status not = zero
              open  output Self-Bill-File
              close Self-Bill-File
              open  i-o    Self-Bill-File.
*>
*>  The invoice number series starts at 1 on first use.
*>
     move     spaces to Self-Bill-Record.
     move     "0" to SB-Type.
     read     Self-Bill-File
              invalid key
              move spaces to Self-Bill-Record
              move "0"    to SB-Type
              move 1      to SBC-Next-No
              write Self-Bill-Record
     end-read.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Self-Billing Invoices" at 0130 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Self-Billing Agreements"            at 0811 with foreground-color 2.
     display  "(2)  Self-Bill Goods Received (GRN run)" at 0911 with foreground-color 2.
     display  "(3)  Self-Bill Keyed Services"           at 1011 with foreground-color 2.
     display  "(4)  Self-Billed Invoice Register"       at 1111 with foreground-color 2.
     display  "(X)  Return To Menu"                     at 1311 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Agreements
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-GRN-Run
              go to menu-return.
     if       menu-reply = "3"
              perform  da000-Keyed-Services
              go to menu-return.
     if       menu-reply = "4"
              perform  fa000-Register
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    Self-Bill-File.
     if       WS-Mail-Sent = 1
              call "mailq" using ws-calling-data system-record
                                 to-day file-defs.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Agreements        section.
*>==============================
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Self-Billing Agreements" at 0129 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
*>
 ba010-Get-Supplier.
     move     spaces to WS-Supp-In.
     display  "Supplier     [       ]" at 0601 with foreground-color 2.
     accept   WS-Supp-In at 0615 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Supp-In = spaces
              go to ba999-exit.
     move     WS-Supp-In to WS-Purch-Key.
     move     1 to File-Key-No.
     perform  Purch-Open-Input.
     perform  Purch-Read-Indexed.
     perform  Purch-Close.
     if       fs-reply not = zero
              display PL257 at 2301 with foreground-color 4 highlight
              go to ba010-Get-Supplier.
     display  " " at 2301 with erase eol.
     display  Purch-Name at 0625 with foreground-color 3.
*>
     move     spaces to Self-Bill-Record.
     move     "A" to SB-Type.
     move     WS-Supp-In to SB-Supplier.
     read     Self-Bill-File
              invalid key
              move spaces to SB-Agreement-Data
              move WS-Today-Bin to SBA-Start
              move zero to SBA-Expiry
              move 1    to SBA-Vat-Code
     end-read.
     move     SB-Agreement-Data to WS-SBA-Data.
*>
     display  "Agreement Ref[                    ]   (spaces removes it)"
                                 at 0801 with foreground-color 2.
     accept   WS-SBA-Ref at 0815 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     if       WS-SBA-Ref = spaces
              move spaces to Self-Bill-Record
              move "A" to SB-Type
              move WS-Supp-In to SB-Supplier
              delete Self-Bill-File record
                     invalid key continue
              end-delete
              go to ba090-Another.
*>
 ba020-Get-Start.
     display  "Starts       [          ]" at 0901 with foreground-color 2.
     move     WS-SBA-Start to u-bin.
     perform  zz060-Convert-Date.
     accept   ws-date at 0915 with foreground-color 3 update.
     move     ws-date to ws-Test-Date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              display PL258 at 2301 with foreground-color 4 highlight
              go to ba020-Get-Start.
     move     u-bin to WS-SBA-Start.
     display  " " at 2301 with erase eol.
*>
 ba030-Get-Expiry.
     display  "Expires      [          ]" at 1001 with foreground-color 2.
     if       WS-SBA-Expiry = zero
              add 730 WS-SBA-Start giving WS-SBA-Expiry.
     move     WS-SBA-Expiry to u-bin.
     perform  zz060-Convert-Date.
     accept   ws-date at 1015 with foreground-color 3 update.
     move     ws-date to ws-Test-Date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
           or u-bin not > WS-SBA-Start
              display PL258 at 2301 with foreground-color 4 highlight
              go to ba030-Get-Expiry.
     move     u-bin to WS-SBA-Expiry.
     display  " " at 2301 with erase eol.
*>
     display  "Their VAT Reg[              ]   (spaces = not VAT registered)"
                                 at 1101 with foreground-color 2.
     accept   WS-SBA-Vat-Reg at 1115 with foreground-color 3 update UPPER.
*>
 ba040-Get-Vat-Code.
     display  "VAT Code     [ ]   (1 Standard, 2 Reduced, 3 Zero/Exempt)"
                                 at 1201 with foreground-color 2.
     accept   WS-SBA-Vat-Code at 1215 with foreground-color 3 update.
     if       WS-SBA-Vat-Code < 1 or > 3
              go to ba040-Get-Vat-Code.
*>
 ba050-Get-PA.
     display  "Services PA  [  ]   (analysis code for keyed services)"
                                 at 1301 with foreground-color 2.
     accept   WS-SBA-PA at 1315 with foreground-color 3 update UPPER.
     if       WS-SBA-PA not = spaces
              move WS-SBA-PA to WS-PA-In
              perform zz150-Check-PA
              if   WS-PA-In = spaces
                   display PL260 at 2301 with foreground-color 4 highlight
                   go to ba050-Get-PA
              end-if
     end-if
     display  " " at 2301 with erase eol.
*>
     move     spaces to Self-Bill-Record.
     move     "A" to SB-Type.
     move     WS-Supp-In to SB-Supplier.
     move     WS-SBA-Data to SB-Agreement-Data.
     write    Self-Bill-Record
              invalid key
              rewrite Self-Bill-Record
     end-write.
*>
 ba090-Another.
     display  "Saved - another (Y/N) ? [Y]" at 1501 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 1526 with foreground-color 6 update UPPER.
     if       ws-reply = "Y"
              display " " at 0601 with erase eos
              go to ba010-Get-Supplier.
*>
 ba999-exit.
     exit     section.
*>
 ca000-GRN-Run           section.
*>==============================
*>
*>  Every agreement supplier in turn: their GRN lines received in the
*>   period, not yet billed, against an order folio not already posted
*>   as an ordinary invoice, priced at the order line unit.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Self-Bill Goods Received" at 0129 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
     display  "Bills goods received (pl035) from suppliers with a current"
                                 at 0401 with foreground-color 2.
     display  "self-billing agreement - lines already billed are skipped."
                                 at 0501 with foreground-color 2.
*>
 ca005-Get-From.
     display  "Received from [          ]" at 0701 with foreground-color 2.
     perform  zz070-Convert-Date.
     accept   ws-date at 0716 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ca999-exit.
     move     ws-date to ws-Test-Date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              display PL258 at 2301 with foreground-color 4 highlight
              go to ca005-Get-From.
     display  " " at 2301 with erase eol.
     move     u-date to WS-Date-In.
     perform  zz080-Date-To-Num.
     move     WS-Today-Num to WS-From-Num.
*>
 ca006-Get-To.
     display  "Received to   [          ]" at 0801 with foreground-color 2.
     perform  zz070-Convert-Date.
     accept   ws-date at 0816 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ca999-exit.
     move     ws-date to ws-Test-Date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              display PL258 at 2301 with foreground-color 4 highlight
              go to ca006-Get-To.
     display  " " at 2301 with erase eol.
     move     u-date to WS-Date-In.
     perform  zz080-Date-To-Num.
     move     WS-Today-Num to WS-To-Num.
     accept   WS-Today-Num from date YYYYMMDD.
     if       WS-To-Num < WS-From-Num
              display PL258 at 2301 with foreground-color 4 highlight
              go to ca005-Get-From.
*>
     move     "G" to WS-Source.
     perform  ea000-Start-Run.
*>
     move     spaces to Self-Bill-Record.
     move     "A" to SB-Type.
     start    Self-Bill-File key not less than SB-Key
              invalid key
              go to ca900-End
     end-start.
*>
 ca010-Next-Agreement.
     read     Self-Bill-File next record
              at end go to ca900-End.
     if       not SB-Agreement
              go to ca900-End.
     move     SB-Key to WS-Last-Key.
     move     SB-Supplier to WS-SBA-Supplier.
     move     SB-Agreement-Data to WS-SBA-Data.
     perform  cb000-Bill-Supplier.
*>
*>  Billing reads and writes this file, so pick the agreements up
*>   again after the one just done.
*>
     move     WS-Last-Key to SB-Key.
     start    Self-Bill-File key greater than SB-Key
              invalid key
              go to ca900-End
     end-start.
     go       to ca010-Next-Agreement.
*>
 ca900-End.
     perform  eb000-End-Run.
*>
 ca999-exit.
     exit     section.
*>
 cb000-Bill-Supplier     section.
*>==============================
*>
     move     WS-SBA-Supplier to WS-Purch-Key.
     move     1 to File-Key-No.
     perform  Purch-Read-Indexed.
     if       fs-reply not = zero
              go to cb999-exit.
     move     "N"  to WS-Expired.
     move     zero to WS-SL-Count.
*>
     open     input PL-GRN-File.
     if       Grn-Fs-Reply not = zero
              go to cb999-exit.
*>
 cb010-Read-Loop.
     read     PL-GRN-File next record at end
              go to cb900-End.
     if       Grn-Supplier not = WS-SBA-Supplier
           or Grn-Date < WS-From-Num
           or Grn-Date > WS-To-Num
           or Grn-Qty-Received not > zero
              go to cb010-Read-Loop.
*>
*>  Already self-billed ?
*>
     move     spaces to Self-Bill-Record.
     move     "G"          to SB-Type.
     move     Grn-Supplier to SB-Supplier.
     move     Grn-Date     to SB-Grn-Date.
     move     Grn-Time     to SB-Grn-Time.
     move     Grn-Folio    to SB-Grn-Folio.
     move     Grn-Line     to SB-Grn-Line.
     read     Self-Bill-File
              invalid key
              move 99 to WS-SB-Status
     end-read
     if       WS-SB-Status = zero
              go to cb010-Read-Loop.
*>
*>  Order folio already posted as the supplier's own invoice - not ours
*>   to bill.
*>
     move     Grn-Folio to invoice-nos.
     move     zero      to item-nos.
     move     1 to File-Key-No.
     perform  PInvoice-Read-Indexed.
     if       fs-reply not = zero
              go to cb010-Read-Loop.
     move     WS-Pinvoice-record to Pinvoice-header.
     if       applied
              go to cb010-Read-Loop.
*>
     move     Grn-Folio to invoice-nos.
     move     Grn-Line  to item-nos.
     move     1 to File-Key-No.
     perform  PInvoice-Read-Indexed.
     if       fs-reply not = zero
              go to cb010-Read-Loop.
     move     WS-Pinvoice-record (1:75) to invoice-line (1).
*>
*>  Agreement must be in force on the day the invoice is raised.
*>
     if       WS-SBA-Start > WS-Today-Bin
           or WS-SBA-Expiry < WS-Today-Bin
              move "Y" to WS-Expired
              go to cb900-End.
*>
     if       WS-SL-Count = 40
              perform ga000-Raise-Invoice.
     add      1 to WS-SL-Count.
     move     WS-SL-Count      to WS-I.
     move     Grn-Date         to WS-SL-Grn-Date (WS-I).
     move     Grn-Time         to WS-SL-Grn-Time (WS-I).
     move     Grn-Folio        to WS-SL-Grn-Folio (WS-I).
     move     Grn-Line         to WS-SL-Grn-Line (WS-I).
     move     il-product (1)   to WS-SL-Product (WS-I).
     move     il-pa (1)        to WS-SL-PA (WS-I).
     move     il-type (1)      to WS-SL-Type (WS-I).
     move     il-description (1) to WS-SL-Desc (WS-I).
     move     Grn-Qty-Received to WS-SL-Qty (WS-I).
     move     il-unit (1)      to WS-SL-Unit (WS-I).
     compute  WS-SL-Net (WS-I) rounded =
              Grn-Qty-Received * il-unit (1).
     go       to cb010-Read-Loop.
*>
 cb900-End.
     close    PL-GRN-File.
     if       WS-Expired = "Y"
        and   WS-Note-Count < 50
              add  1 to WS-Note-Count
              move WS-SBA-Supplier to WS-Note-Supp (WS-Note-Count).
     if       WS-SL-Count not = zero
              perform ga000-Raise-Invoice.
*>
 cb999-exit.
     exit     section.
*>
 da000-Keyed-Services    section.
*>==============================
*>
*>  Services with no GRN - haulage runs and the like - keyed line by
*>   line against the supplier's agreement.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Self-Bill Keyed Services" at 0129 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
*>
 da010-Get-Supplier.
     move     spaces to WS-Supp-In.
     display  "Supplier [       ]" at 0401 with foreground-color 2.
     accept   WS-Supp-In at 0411 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Supp-In = spaces
              go to da999-exit.
     move     WS-Supp-In to WS-Purch-Key.
     move     1 to File-Key-No.
     perform  Purch-Open-Input.
     perform  Purch-Read-Indexed.
     perform  Purch-Close.
     if       fs-reply not = zero
              display PL257 at 2301 with foreground-color 4 highlight
              go to da010-Get-Supplier.
     display  " " at 2301 with erase eol.
     display  Purch-Name at 0421 with foreground-color 3.
*>
     move     spaces to Self-Bill-Record.
     move     "A" to SB-Type.
     move     WS-Supp-In to SB-Supplier.
     read     Self-Bill-File
              invalid key
              move 99 to WS-SB-Status
     end-read
     if       WS-SB-Status not = zero
           or SBA-Start > WS-Today-Bin
           or SBA-Expiry < WS-Today-Bin
              display PL259 at 2301 with foreground-color 4 highlight
              go to da010-Get-Supplier.
     move     SB-Supplier to WS-SBA-Supplier.
     move     SB-Agreement-Data to WS-SBA-Data.
     display  "Agreement " at 0501 with foreground-color 2.
     display  WS-SBA-Ref at 0511 with foreground-color 3.
*>
     display  "Ln Description              PA          Net" at 0701 with foreground-color 2.
     move     zero to WS-SL-Count.
     move     8 to WS-Lin.
*>
 da020-Get-Line.
     if       WS-SL-Count = 12
              go to da050-Confirm.
     add      1 WS-SL-Count giving WS-Line-No.
     move     WS-Lin to lin.
     move     1 to cole.
     display  WS-Line-No at curs with foreground-color 2.
     move     spaces to WS-Desc-In.
     move     4 to cole.
     accept   WS-Desc-In at curs with foreground-color 3.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to da999-exit.
     if       WS-Desc-In = spaces
              go to da050-Confirm.
*>
 da030-Get-PA.
     move     WS-SBA-PA to WS-PA-In.
     move     29 to cole.
     accept   WS-PA-In at curs with foreground-color 3 update UPPER.
     perform  zz150-Check-PA.
     if       WS-PA-In = spaces
              display PL260 at 2301 with foreground-color 4 highlight
              go to da030-Get-PA.
     display  " " at 2301 with erase eol.
     move     zero to WS-Amt-In.
     move     33 to cole.
     accept   WS-Amt-In at curs with foreground-color 3 update.
     if       WS-Amt-In = zero
              go to da020-Get-Line.
*>
     add      1 to WS-SL-Count.
     move     WS-SL-Count to WS-I.
     move     zero        to WS-SL-Grn-Date (WS-I) WS-SL-Grn-Time (WS-I)
                             WS-SL-Grn-Folio (WS-I) WS-SL-Grn-Line (WS-I).
     move     spaces      to WS-SL-Product (WS-I).
     move     WS-PA-In    to WS-SL-PA (WS-I).
     move     "A"         to WS-SL-Type (WS-I).
     move     WS-Desc-In  to WS-SL-Desc (WS-I).
     move     1           to WS-SL-Qty (WS-I).
     move     WS-Amt-In   to WS-SL-Unit (WS-I) WS-SL-Net (WS-I).
     add      1 to WS-Lin.
     go       to da020-Get-Line.
*>
 da050-Confirm.
     if       WS-SL-Count = zero
              go to da999-exit.
     display  "Raise the self-billed invoice (Y/N) ? [Y]" at 2101 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 2140 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to da999-exit.
*>
     move     "K" to WS-Source.
     perform  ea000-Start-Run.
     move     WS-SBA-Supplier to WS-Purch-Key.
     move     1 to File-Key-No.
     perform  Purch-Read-Indexed.
     perform  ga000-Raise-Invoice.
     perform  eb000-End-Run.
*>
 da999-exit.
     exit     section.
*>
 ea000-Start-Run         section.
*>==============================
*>
*>  The invoices print a page each as they are raised; eb000 follows
*>   them with the list of what this run raised.
*>
     move     zero to page-nos WS-Note-Count.
     move     99   to line-cnt.
     open     output print-file.
     perform  Purch-Open-Input.
     perform  PInvoice-Open.
     move     spaces to Self-Bill-Record.
     move     "0" to SB-Type.
     read     Self-Bill-File
              invalid key
              move 1 to SBC-Next-No
     end-read
     move     SBC-Next-No to WS-Reg-From.
*>
 ea999-exit.
     exit     section.
*>
 eb000-End-Run           section.
*>==============================
*>
     perform  PInvoice-Close.
     move     "Self-Billed Invoices Raised" to l1-title.
     perform  fb000-List-Invoices.
     perform  eb010-Print-Note varying WS-I from 1 by 1
                               until WS-I > WS-Note-Count.
     perform  Purch-Close.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     if       WS-Run-Count = zero
              display PL261 at 2301 with foreground-color 4
     else
              display "Self-billed invoices raised and printed." at 2301
                                 with foreground-color 2.
     display  PL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 eb999-exit.
     exit     section.
*>
 eb010-Print-Note.
     move     spaces to line-3.
     move     WS-Note-Supp (WS-I) to l3-supp WS-Purch-Key.
     move     1 to File-Key-No.
     perform  Purch-Read-Indexed.
     if       fs-reply = zero
              move Purch-Name to l3-name.
     move     "Agreement not current - not billed" to l3-note.
     perform  zz200-Print-Line.
*>
 ga000-Raise-Invoice     section.
*>==============================
*>
*>  WS-SL-Table for WS-SBA-Supplier becomes one self-billed invoice:
*>   next number in the self-billing series, a type 2 folio under
*>   Next-Folio for pl050/pl060, the register and GRN billed records,
*>   the order folios marked invoiced, the document printed, copied
*>   and mailed.
*>
     move     zero to WS-Net-Tot WS-Vat-Tot.
     move     zero to WS-Vat-Rate.
     if       WS-SBA-Vat-Reg not = spaces
              move Vat-Rate (WS-SBA-Vat-Code) to WS-Vat-Rate.
     perform  ga010-Line-Vat varying WS-I from 1 by 1
                             until WS-I > WS-SL-Count.
     add      WS-Net-Tot WS-Vat-Tot giving WS-Gross-Tot.
*>
     move     spaces to Self-Bill-Record.
     move     "0" to SB-Type.
     read     Self-Bill-File
              invalid key
              move 1 to SBC-Next-No
     end-read
     if       SBC-Next-No = zero
              move 1 to SBC-Next-No.
     move     SBC-Next-No to WS-SB-No.
     add      1 to SBC-Next-No.
     rewrite  Self-Bill-Record
              invalid key
              write Self-Bill-Record
     end-rewrite.
     move     spaces to WS-SB-Ref.
     string   "SB" WS-SB-No delimited by size into WS-SB-Ref.
*>
     perform  zz100-Read-System-Record.
     if       Next-Folio = zero
              move 1 to Next-Folio.
     move     Next-Folio to WS-Folio.
     add      1 to Next-Folio.
     perform  zz110-Write-System-Record.
*>
     perform  ga020-Write-Folio-Line varying WS-I from 1 by 1
                                     until WS-I > WS-SL-Count.
*>
     move     spaces          to PInvoice-Header.
     move     WS-Folio        to ih-invoice.
     move     zero            to ih-test.
     move     WS-SBA-Supplier to ih-supplier.
     move     WS-Today-Bin    to ih-date.
     move     spaces          to ih-order.
     move     2               to ih-type.
     move     WS-SB-Ref       to ih-ref.
     move     zero            to ih-p-c ih-extra ih-carriage
                                 ih-discount ih-e-vat ih-c-vat
                                 ih-deduct-days ih-deduct-amt
                                 ih-deduct-vat ih-days ih-cr.
     move     WS-Net-Tot      to ih-net.
     move     WS-Vat-Tot      to ih-vat.
     move     "GBP"           to ih-currency.
     if       Purch-Currency not = spaces
              move Purch-Currency to ih-currency.
     move     1.0             to ih-exch-rate.
     if       Purch-Exch-Rate not = zero
              move Purch-Exch-Rate to ih-exch-rate.
     move     WS-SL-Count     to ih-lines.
     move     "P"             to ih-status.
     move     space           to ih-day-book-flag ih-update.
     move     PInvoice-Header to WS-PInvoice-Record.
     perform  PInvoice-Write.
*>
     move     spaces to Self-Bill-Record.
     move     "I"             to SB-Type.
     move     WS-SBA-Supplier to SB-Supplier.
     move     WS-SB-No        to SB-Inv-No.
     move     WS-Folio        to SBI-Folio.
     move     WS-Today-Bin    to SBI-Date.
     move     WS-SBA-Ref      to SBI-Ref.
     move     WS-Net-Tot      to SBI-Net.
     move     WS-Vat-Tot      to SBI-Vat.
     move     WS-SL-Count     to SBI-Lines.
     move     WS-Source       to SBI-Source.
     move     "N"             to SBI-Mailed.
     if       Purch-Email not = spaces
              move "Y" to SBI-Mailed.     *> queued by ja000
     write    Self-Bill-Record
              invalid key
              rewrite Self-Bill-Record
     end-write.
*>
     if       WS-Source = "G"
              perform ga030-Mark-Billed thru ga039-Exit
                      varying WS-I from 1 by 1
                        until WS-I > WS-SL-Count.
*>
     perform  ha000-Print-Document.
     move     zero to WS-SL-Count.
*>
 ga999-exit.
     exit     section.
*>
 ga010-Line-Vat.
     compute  WS-SL-Vat (WS-I) rounded =
              WS-SL-Net (WS-I) * WS-Vat-Rate / 100.
     add      WS-SL-Net (WS-I) to WS-Net-Tot.
     add      WS-SL-Vat (WS-I) to WS-Vat-Tot.
*>
 ga020-Write-Folio-Line.
     move     spaces               to Pinvoice-Bodies (1:75).
     move     WS-Folio             to il-invoice (1).
     move     WS-I                 to il-line (1).
     move     WS-SL-Product (WS-I) to il-product (1).
     move     WS-SL-PA (WS-I)      to il-pa (1).
     move     WS-SL-Qty (WS-I)     to il-qty (1).
     move     WS-SL-Type (WS-I)    to il-type (1).
     move     WS-SL-Desc (WS-I)    to il-description (1).
     move     WS-SL-Net (WS-I)     to il-net (1).
     move     WS-SL-Unit (WS-I)    to il-unit (1).
     move     zero                 to il-discount (1).
     move     WS-SL-Vat (WS-I)     to il-vat (1).
     move     WS-SBA-Vat-Code      to il-vat-code (1).
     if       WS-Vat-Rate = zero
              move 3 to il-vat-code (1).
     move     space                to il-update (1).
     move     Pinvoice-Bodies (1:75) to WS-PInvoice-Record.
     perform  PInvoice-Write.
*>
 ga030-Mark-Billed.
     move     spaces to Self-Bill-Record.
     move     "G"                    to SB-Type.
     move     WS-SBA-Supplier        to SB-Supplier.
     move     WS-SL-Grn-Date (WS-I)  to SB-Grn-Date.
     move     WS-SL-Grn-Time (WS-I)  to SB-Grn-Time.
     move     WS-SL-Grn-Folio (WS-I) to SB-Grn-Folio.
     move     WS-SL-Grn-Line (WS-I)  to SB-Grn-Line.
     move     WS-SB-No               to SBG-Inv-No.
     move     WS-Folio               to SBG-Folio.
     move     WS-Today-Bin           to SBG-Date.
     write    Self-Bill-Record
              invalid key
              rewrite Self-Bill-Record
     end-write.
*>
*>  The order folio is invoiced by this self-billed folio - take it
*>   and its lines out of pl055's reach so it never posts as well.
*>
     move     WS-SL-Grn-Folio (WS-I) to invoice-nos.
     move     zero                   to item-nos.
     move     1 to File-Key-No.
     perform  PInvoice-Read-Indexed.
     if       fs-reply not = zero
              go to ga039-Exit.
     move     WS-Pinvoice-record to Pinvoice-header.
     if       not pending
              go to ga039-Exit.
     move     "I" to ih-status.
     move     Pinvoice-header to WS-Pinvoice-record.
     perform  PInvoice-Rewrite.
     perform  ga035-Mark-Order-Line varying WS-J from 1 by 1
                                    until WS-J > ih-lines.
*>
 ga039-Exit.
     exit.
*>
 ga035-Mark-Order-Line.
     move     WS-SL-Grn-Folio (WS-I) to invoice-nos.
     move     WS-J                   to item-nos.
     move     1 to File-Key-No.
     perform  PInvoice-Read-Indexed.
     if       fs-reply = zero
              move WS-Pinvoice-record (1:75) to invoice-line (1)
              move "z" to il-update (1)
              move invoice-line (1) to WS-Pinvoice-record (1:75)
              perform PInvoice-Rewrite.
*>
 ha000-Print-Document    section.
*>==============================
*>
*>  New page of the print file and the copy file for the mail, line
*>   for line the same.
*>
     move     spaces to WS-SB-Copy-Filename.
     string   "selfbill-" WS-SB-Ref delimited by space
              ".txt"                delimited by size
                                    into WS-SB-Copy-Filename.
     open     output SB-Copy-File.
     move     spaces to print-record.
     write    print-record after page.
     move     99 to line-cnt.
*>
     move     spaces to WS-Doc-Line.
     string   "SELF-BILLED INVOICE   -   issued by " Usera
              delimited by size into WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     spaces to WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     WS-Today-Bin to u-bin.
     perform  zz060-Convert-Date.
     move     spaces to WS-Doc-Line.
     string   "Invoice No  " WS-SB-Ref "   Tax Point " ws-date
              "   Our Folio " WS-Folio delimited by size into WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     spaces to WS-Doc-Line.
     string   "Supplier    " WS-SBA-Supplier "  " Purch-Name
              delimited by size into WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     spaces to WS-Doc-Line.
     string   "            " Purch-Addr1 delimited by size into WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     spaces to WS-Doc-Line.
     string   "            " Purch-Addr2 delimited by size into WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     spaces to WS-Doc-Line.
     if       WS-SBA-Vat-Reg not = spaces
              string "Supplier VAT Registration " WS-SBA-Vat-Reg
                     delimited by size into WS-Doc-Line
     else
              move "Supplier not registered for VAT" to WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     WS-SBA-Expiry to u-bin.
     perform  zz060-Convert-Date.
     move     spaces to WS-Doc-Line.
     string   "Self-billing agreement " WS-SBA-Ref " expires " ws-date
              delimited by size into WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     spaces to WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     "Description                Qty       Unit        Net        VAT"
                                    to WS-Doc-Line.
     perform  hb000-Doc-Line.
     perform  ha010-Document-Line varying WS-I from 1 by 1
                                  until WS-I > WS-SL-Count.
     move     spaces to WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     "Net" to dl2-head.
     move     WS-Net-Tot to dl2-value.
     move     doc-line-2 to WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     "VAT" to dl2-head.
     move     WS-Vat-Tot to dl2-value.
     move     doc-line-2 to WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     "Total payable" to dl2-head.
     move     WS-Gross-Tot to dl2-value.
     move     doc-line-2 to WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     spaces to WS-Doc-Line.
     perform  hb000-Doc-Line.
     if       WS-Vat-Tot not = zero
              move "The VAT shown is your output tax due to HMRC."
                                    to WS-Doc-Line
              perform hb000-Doc-Line.
     move     "This invoice is raised by us under the self-billing agreement above."
                                    to WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     "Please do not issue your own invoice for these supplies."
                                    to WS-Doc-Line.
     perform  hb000-Doc-Line.
     close    SB-Copy-File.
*>
     if       Purch-Email not = spaces
        and   WS-SB-Copy-Status = zero
              perform ja000-Queue-Mail.
     move     99 to line-cnt.
*>
 ha999-exit.
     exit     section.
*>
 ha010-Document-Line.
     move     spaces to doc-line-1.
     move     WS-SL-Desc (WS-I) to dl1-desc.
     move     WS-SL-Qty (WS-I)  to dl1-qty.
     move     WS-SL-Unit (WS-I) to dl1-unit.
     move     WS-SL-Net (WS-I)  to dl1-net.
     move     WS-SL-Vat (WS-I)  to dl1-vat.
     move     doc-line-1 to WS-Doc-Line.
     perform  hb000-Doc-Line.
*>
 hb000-Doc-Line          section.
*>==============================
*>
     write    print-record from WS-Doc-Line after 1.
     if       WS-SB-Copy-Status = zero
              move WS-Doc-Line to SB-Copy-Record
              write SB-Copy-Record.
*>
 hb999-exit.
     exit     section.
*>
 ja000-Queue-Mail        section.
*>==============================
*>
*>  Queued as pl960 does its remittances - mailq sends at menu exit.
*>
     open     i-o Mail-Queue-File.
     if       Fs-Reply = 35
              open  output Mail-Queue-File
              close Mail-Queue-File
              open  i-o    Mail-Queue-File.
     move     high-values to Mq-Seq-No.
     start    Mail-Queue-File key is less than Mq-Seq-No
              invalid key move zero to Mq-Seq-No.
     if       Fs-Reply = zero
              read Mail-Queue-File next record
              at end move zero to Mq-Seq-No.
     add      1 to Mq-Seq-No.
     move     "SBIN"        to Mq-Template-Code.
     move     Purch-Email   to Mq-To.
     move     Company-Email to Mq-From.
     move     Usera         to Mq-Merge-1.
     move     WS-SB-Ref     to Mq-Merge-2.
     move     WS-SBA-Ref    to Mq-Merge-3.
     move     WS-SB-Copy-Filename to Mq-Attachment.
     accept   Mq-Queued-Date from date YYYYMMDD.
     accept   Mq-Queued-Time from time.
     set      Mq-Queued     to true.
     move     zero          to Mq-Sent-Date.
     write    Mail-Queue-Record.
     close    Mail-Queue-File.
     move     1 to WS-Mail-Sent.
*>
 ja999-exit.
     exit     section.
*>
 fa000-Register          section.
*>==============================
*>
*>  Every self-billed invoice on file by supplier, the agreement each
*>   was raised under and whether its copy went by e-mail.
*>
     move     zero to page-nos WS-Reg-From.
     move     99   to line-cnt.
     move     "Self-Billed Invoice Register" to l1-title.
     open     output print-file.
     perform  Purch-Open-Input.
     perform  fb000-List-Invoices.
     perform  Purch-Close.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Register printed." at 2301 with foreground-color 2.
     display  PL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 fa999-exit.
     exit     section.
*>
 fb000-List-Invoices     section.
*>==============================
*>
*>  Self-billed invoices numbered WS-Reg-From on - all of them for the
*>   register, this run's for the run list.  Purchase file open input.
*>
     move     zero to WS-Run-Count WS-Run-Value.
     perform  zb000-Headings.
     move     spaces to Self-Bill-Record.
     move     "I" to SB-Type.
     start    Self-Bill-File key not less than SB-Key
              invalid key
              go to fb900-End
     end-start.
*>
 fb010-Read-Loop.
     read     Self-Bill-File next record
              at end go to fb900-End.
     if       not SB-Invoice
              go to fb900-End.
     if       SB-Inv-No < WS-Reg-From
              go to fb010-Read-Loop.
     move     spaces to line-3.
     move     SB-Supplier to l3-supp WS-Purch-Key.
     move     1 to File-Key-No.
     perform  Purch-Read-Indexed.
     if       fs-reply = zero
              move Purch-Name to l3-name.
     move     spaces to l3-inv.
     string   "SB" SB-Inv-No delimited by size into l3-inv.
     move     SBI-Date to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date   to l3-date.
     move     SBI-Folio to l3-folio.
     move     SBI-Net   to l3-net.
     move     SBI-Vat   to l3-vat.
     if       SBI-From-GRN
              move "GRN" to l3-src
     else
              move "Keyd" to l3-src.
     move     SBI-Ref   to l3-note.
     if       SBI-Mailed = "Y"
              move "*" to l3-note (22:1).
     perform  zz200-Print-Line.
     add      1 to WS-Run-Count.
     add      SBI-Net SBI-Vat to WS-Run-Value.
     go       to fb010-Read-Loop.
*>
 fb900-End.
     move     spaces to l4-head.
     string   "Self-billed invoices " WS-Run-Count
              " - total gross  (* = copy e-mailed)" delimited by size into l4-head.
     move     WS-Run-Value to l4-value.
     write    print-record from line-4 after 2.
     add      2 to line-cnt.
*>
 fb999-exit.
     exit     section.
*>
 zb000-Headings          section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     write    print-record from line-1 after page.
     write    print-record from line-2 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     4 to line-cnt.
*>
 zb999-exit.
     exit     section.
*>
 zz200-Print-Line        section.
*>==============================
*>
     if       line-cnt > Page-Lines - 3
              perform zb000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
*>
 zz200-exit.
     exit     section.
*>
 zz150-Check-PA          section.
*>==============================
*>
*>  WS-PA-In comes back spaces when not a purchase analysis code.
*>
     move     "P"      to Pa-System.
     move     WS-PA-In to Pa-Group.
     perform  Analysis-Open-Input.
     move     1 to File-Key-No.
     perform  Analysis-Read-Indexed.
     if       fs-reply not = zero
              move spaces to WS-PA-In.
     perform  Analysis-Close.
*>
 zz150-exit.
     exit     section.
*>
 zz050-Validate-Date        section.
*>*********************************
*>
*>  Converts USA/Intl to UK date format for processing.
*>*******************************
*> Input:   ws-test-date
*> output:  u-date/ws-date as uk date format
*>          u-bin not zero if valid date
*>
     move     ws-test-date to ws-date.
     if       Date-Form = zero
              move 1 to Date-Form.
     if       Date-UK
              go to zz050-test-date.
     if       Date-USA                *> swap month and days
              move ws-days to ws-swap
              move ws-month to ws-days
              move ws-swap to ws-month
              go to zz050-test-date.
*>
*> So its International date format
*>
     move     "dd/mm/ccyy" to ws-date.  *> swap Intl to UK form
     move     ws-test-date (1:4) to ws-Year.
     move     ws-test-date (6:2) to ws-Month.
     move     ws-test-date (9:2) to ws-Days.
*>
 zz050-test-date.
     move     ws-date to u-date.
     move     zero to u-bin.
     perform  maps04.
*>
 zz050-exit.
     exit     section.
*>
 zz060-Convert-Date        section.
*>********************************
*>
*>  Converts date in binary to UK/USA/Intl date format
*>****************************************************
*> Input:   u-bin
*> output:  ws-date as uk/US/Inlt date format
*>          u-date & ws-Date = spaces if invalid date
*>
     perform  maps04.
     if       u-date = spaces
              move spaces to ws-Date
              go to zz060-Exit.
     move     u-date to ws-date.
*>
     if       Date-Form = zero
              move 1 to Date-Form.
     if       Date-UK
              go to zz060-Exit.
     if       Date-USA                *> swap month and days
              move ws-days to ws-swap
              move ws-month to ws-days
              move ws-swap to ws-month
              go to zz060-Exit.
*>
*> So its International date format
*>
     move     "ccyy/mm/dd" to ws-date.  *> swap Intl to UK form
     move     u-date (7:4) to ws-Intl-Year.
     move     u-date (4:2) to ws-Intl-Month.
     move     u-date (1:2) to ws-Intl-Days.
*>
 zz060-Exit.
     exit     section.
*>
 zz070-Convert-Date        section.
*>********************************
*>
*>  Converts date in to-day to UK/USA/Intl date format
*>****************************************************
*> Input:   to-day
*> output:  ws-date as uk/US/Inlt date format
*>
     move     to-day to ws-date.
*>
     if       Date-Form = zero
              move 1 to Date-Form.
     if       Date-UK
              go to zz070-Exit.
     if       Date-USA                *> swap month and days
              move ws-days to ws-swap
              move ws-month to ws-days
              move ws-swap to ws-month
              go to zz070-Exit.
*>
*> So its International date format
*>
     move     "ccyy/mm/dd" to ws-date.  *> swap Intl to UK form
     move     to-day (7:4) to ws-Intl-Year.
     move     to-day (4:2) to ws-Intl-Month.
     move     to-day (1:2) to ws-Intl-Days.
*>
 zz070-Exit.
     exit     section.
*>
 zz080-Date-To-Num         section.
*>********************************
*>
*>  UK dd/mm/ccyy in WS-Date-In to ccyymmdd in WS-Today-Num, the form
*>   the GRN log dates are held in.
*>
     move     WS-Date-In (7:4) to WS-Today-Num (1:4).
     move     WS-Date-In (4:2) to WS-Today-Num (5:2).
     move     WS-Date-In (1:2) to WS-Today-Num (7:2).
*>
 zz080-Exit.
     exit     section.
*>
 maps04       section.
*>*******************
*>
     call     "maps04"  using  maps03-ws.
*>
 maps04-exit.
     exit     section.
*>
 zz100-Read-System-Record  section.
*>********************************
*>
     move     zeros to File-System-Used
                       File-Duplicates-In-Use.  *> Only use param FILE
     move     "00" to  FA-RDBMS-Flat-Statuses.  *> Force Cobol proc.
     move     Pass-Value to WS-Pass-Value.  *> save sys rec fld for rewrite as not saved yet.
     move     1 to File-Key-No.
     perform  System-Open-Input.
*>
     move     1 to File-Key-No.
     perform  System-Read-Indexed.
     perform  System-Close.
*>
 zz100-Exit.
     exit     section.
*>
 zz110-Write-System-Record  section.
*>*********************************
*>
     If       File-System-Used NOT = zero   *> Force RDB processing
              move     "66" to FA-RDBMS-Flat-Statuses
              move     1 to File-Key-No
              move     WS-Pass-Value to Pass-Value  *> restore it
              perform  System-Open
              move     1 to File-Key-No
              perform  System-Rewrite
              perform  System-Close
     end-if.
*>
*> Now do the same for the Cobol file.
*>
     move     zeros to File-System-Used
                       File-Duplicates-In-Use.
     move     "00" to  FA-RDBMS-Flat-Statuses.   *> Force Cobol proc.
     move     1 to File-Key-No.
     move     WS-Pass-Value to Pass-Value.  *> restore it.
     perform  System-Open.                       *> Open cobol file params as I/O
     move     1 to File-Key-No.
     perform  System-Rewrite.                    *> Update Cobol file params
     perform  System-Close.                      *> Close the Cobol param file.
*>
 zz110-Exit.
     exit     section.
*>
 copy "Proc-ACAS-FH-Calls.cob".
*>
