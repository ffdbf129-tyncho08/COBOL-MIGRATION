       >>source free
*>*********************************************
*>                                            *
*>       Contract Retentions                  *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         sl956.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Retentions receivable on contract invoices
*>                        (fdret.cob).  The customer holds back a
*>                        percentage of each invoice on a contract
*>                        until practical completion, and the rest
*>                        until the end of the defects period.
*>                        (1) keeps the terms per customer and
*>                        contract - the order reference on the
*>                        invoice, or blank for the customer's
*>                        default: retention %, the share released at
*>                        completion and the two release dates, which
*>                        once known are carried onto the retention
*>                        items still held under those terms.
*>                        sl060 splits the retention off each invoice
*>                        at posting into held open items (hold flag
*>                        R) which sl120, sl190, sl086, sl913 and
*>                        sl915 leave alone.
*>                        (2) the retention ledger by customer and
*>                        due release date.
*>                        (3) the release run - every held item due on
*>                        or before the run date is reinstated as an
*>                        ordinary open item dated that day, with a
*>                        release register to send as the application
*>                        for payment.
*>                        (4) releases one item now, whatever its
*>                        date, e.g. completion certified early.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     Maps04.
*>                        acas012 (Sales), acas019 (OTM3).
*>**
*>    Error messages used.
*>                        SL003
*>                        SL388    Customer record not found.
*>                        SL389    Retention item not found.
*>                        SL390    Retention already released.
*>                        SL391    No retentions due for release.
*>                        SL392    Open item missing.
*>                        SL393    Share over 100%.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for contract retentions.
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
 copy "selret.cob".
 copy "selprint.cob".
*>
     select  sort-file       assign        file-21,
                             status        ss-reply.
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdret.cob".
 copy "fdprint.cob".
*>
 sd  sort-file.
*>
 01  sort-record.
     03  srt-customer        pic x(7).
     03  srt-due             pic 9(9).
     03  srt-invoice         pic 9(8).
     03  srt-data            pic x(80).
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL956 (3.02.00)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wssl.cob".
 copy "slwsoi3.cob".
*>
*> REMARK OUT ANY IN USE
*>
 01  Dummies-4-Unused-ACAS-FH-Calls.      *> Call blk at zz080-ACAS-Calls
     03  Default-Record         pic x.
     03  Final-Record           pic x.
     03  System-Record-4        pic x.
     03  WS-Ledger-Record       pic x.
     03  WS-Posting-Record      pic x.
     03  WS-Batch-Record        pic x.
     03  WS-IRS-Posting-Record  pic x.
     03  WS-Stock-Audit-Record  pic x.
     03  WS-Stock-Record        pic x.
*>     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  WS-Analysis-Record     pic x.
     03  WS-Del-Inv-Nos-Record  pic x.
     03  WS-Purch-Record        pic x.
     03  WS-Pay-Record          pic x.
     03  WS-Invoice-Record      pic x.
*>     03  WS-OTM3-Record         pic x.
     03  WS-PInvoice-Record     pic x.
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
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  ss-reply        pic xx           value zeros.
     03  WS-RT-FS        pic 99           value zero.
     03  WS-New-Record   pic x            value "N".
     03  WS-Cust-Hold    pic x(7)         value spaces.
     03  WS-Last-Cust    pic x(7)         value spaces.
     03  WS-Contract     pic x(10)        value spaces.
     03  WS-PC-Date      binary-long      value zero.
     03  WS-Def-Date     binary-long      value zero.
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Rel-Date     binary-long      value zero.
     03  WS-Item-In      pic 9(8)         value zero.
     03  WS-Released     pic x            value "N".
     03  WS-Rel-OK       pic x            value "N".
     03  WS-First-Line   pic x            value "Y".
     03  WS-Pct-In       pic 99.99        value zero.
     03  WS-Share-In     pic 999.99       value zero.
     03  WS-Item-Cnt     pic 9(5)         value zero.
     03  WS-Cust-Cnt     pic 9(5)         value zero.
     03  WS-Due-Cnt      pic 9(5)         value zero.
     03  WS-Miss-Cnt     pic 9(5)         value zero.
     03  WS-Cust-Tot     pic s9(9)v99  comp-3  value zero.
     03  WS-Tot-Amt      pic s9(9)v99  comp-3  value zero.
     03  WS-Due-Amt      pic s9(9)v99  comp-3  value zero.
     03  display-9       pic z(8)9.99.
     03  display-5       pic zzzz9.
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
     03  SL003          pic x(28) value "SL003 Hit Return To Continue".
     03  SL388          pic x(31) value "SL388 Customer record not found".
     03  SL389          pic x(30) value "SL389 Retention item not found".
     03  SL390          pic x(32) value "SL390 Retention already released".
     03  SL391          pic x(35) value "SL391 No retentions due for release".
     03  SL392          pic x(48) value "SL392 Open item missing - retention not released".
     03  SL393          pic x(45) value "SL393 Share released at completion over 100 %".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(50)       value spaces.
     03  filler          pic x(26)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  l2-head         pic x(132)      value
         "Customer Name                      Item No   Invoice   Contract    Stage               Amount    Due         Status".
*>
 01  line-3.
     03  l3-cust         pic x(9).
     03  l3-name         pic x(26).
     03  l3-item         pic z(7)9bb.
     03  l3-parent       pic z(7)9bb.
     03  l3-contract     pic x(12).
     03  l3-stage        pic x(14).
     03  l3-amount       pic z(8)9.99cr.
     03  filler          pic x(2)        value spaces.
     03  l3-due          pic x(12).
     03  l3-status       pic x(20).
*>
 01  line-4.
     03  filler          pic x(61)       value spaces.
     03  l4-text         pic x(18).
     03  l4-amount       pic z(8)9.99cr.
*>
 01  line-6.
     03  l6-head         pic x(40).
     03  l6-count        pic zz,zz9.
     03  filler          pic x(4)        value spaces.
     03  l6-amount       pic z(8)9.99cr.
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
     move     to-day to u-date.
     move     zero to u-bin.
     perform  maps04.
     move     u-bin to WS-Today-Bin.
*>
     open     i-o Retention-File.
     if       WS-RT-FS not = zero
              open  output Retention-File
              close Retention-File
              open  i-o    Retention-File.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Contract Retentions" at 0131 with foreground-color 2.
     perform  zz070-Convert-Date.
     display  ws-date at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Retention Terms"                    at 0811 with foreground-color 2.
     display  "(2)  Retention Ledger Report"            at 0911 with foreground-color 2.
     display  "(3)  Release Retentions Due"             at 1011 with foreground-color 2.
     display  "(4)  Release One Retention Now"          at 1111 with foreground-color 2.
     display  "(X)  Return To Menu"                     at 1311 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Terms
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-Ledger
              go to menu-return.
     if       menu-reply = "3"
              perform  da000-Release-Run
              go to menu-return.
     if       menu-reply = "4"
              perform  ea000-Release-One
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    Retention-File.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Terms             section.
*>==============================
*>
*>  Terms per customer and contract (order reference), blank
*>   contract being the default for the customer's other orders.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Retention Terms" at 0133 with foreground-color 2.
*>
     perform  ma000-Get-Customer.
     if       WS-Cust-Hold = spaces
              go to ba999-exit.
*>
     move     spaces to WS-Contract.
     display  "Contract / order ref       [          ]  (blank = customer default)"
                                                      at 0701 with foreground-color 2.
     accept   WS-Contract at 0729 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
*>
     move     "T"          to RT-Key-Type.
     move     WS-Cust-Hold to RT-Customer.
     move     WS-Contract  to RT-Contract.
     move     "N" to WS-New-Record.
     read     Retention-File
              invalid key
              move "Y" to WS-New-Record
              move zero to RTT-Pct RTT-PC-Date RTT-Defects-Date
              move 50   to RTT-Stage1-Pct
              move spaces to RTT-Desc
     end-read
*>
     display  "Description                [                        ]"
                                                      at 0901 with foreground-color 2.
     display  "Retention % of invoice     [     ]"    at 1001 with foreground-color 2.
     display  "Released at completion %   [      ]  (rest at end of defects)"
                                                      at 1101 with foreground-color 2.
     display  "Practical completion date  [          ]  (blank = not yet known)"
                                                      at 1201 with foreground-color 2.
     display  "Defects period ends        [          ]  (blank = not yet known)"
                                                      at 1301 with foreground-color 2.
*>
     accept   RTT-Desc at 0929 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     move     RTT-Pct to WS-Pct-In.
     accept   WS-Pct-In at 1029 with foreground-color 3 update.
     move     WS-Pct-In to RTT-Pct.
*>
 ba010-Share.
     move     RTT-Stage1-Pct to WS-Share-In.
     accept   WS-Share-In at 1129 with foreground-color 3 update.
     if       WS-Share-In > 100
              display SL393 at 2301 with foreground-color 4 highlight
              go to ba010-Share.
     display  " " at 2301 with erase eol.
     move     WS-Share-In to RTT-Stage1-Pct.
*>
 ba020-PC-Date.
     move     spaces to ws-date.
     if       RTT-PC-Date not = zero
              move RTT-PC-Date to u-bin
              perform zz060-Convert-Date.
     accept   ws-date at 1229 with foreground-color 3 update.
     if       ws-date = spaces
              move zero to RTT-PC-Date
              go to ba030-Def-Date.
     move     ws-date to ws-Test-Date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              go to ba020-PC-Date.
     move     u-bin to RTT-PC-Date.
*>
 ba030-Def-Date.
     move     spaces to ws-date.
     if       RTT-Defects-Date not = zero
              move RTT-Defects-Date to u-bin
              perform zz060-Convert-Date.
     accept   ws-date at 1329 with foreground-color 3 update.
     if       ws-date = spaces
              move zero to RTT-Defects-Date
              go to ba040-Confirm.
     move     ws-date to ws-Test-Date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              go to ba030-Def-Date.
     move     u-bin to RTT-Defects-Date.
*>
 ba040-Confirm.
     display  "Save, Delete or Quit (S/D/Q) ? [S]" at 1601 with foreground-color 2.
     move     "S" to ws-reply.
     accept   ws-reply at 1633 with foreground-color 6 update UPPER.
     if       ws-reply = "D"
          and WS-New-Record = "N"
              delete Retention-File record
              go to ba999-exit.
     if       ws-reply not = "S"
              go to ba999-exit.
     move     RTT-PC-Date      to WS-PC-Date.
     move     RTT-Defects-Date to WS-Def-Date.
     if       WS-New-Record = "Y"
              write Retention-Record
     else
              rewrite Retention-Record.
*>
     perform  bb000-Cascade-Dates.
     if       WS-Item-Cnt not = zero
              move WS-Item-Cnt to display-5
              display display-5 at 1801 with foreground-color 3
              display "held retention items re-dated" at 1807 with foreground-color 2
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430.
*>
 ba999-exit.
     exit     section.
*>
 bb000-Cascade-Dates     section.
*>==============================
*>
*>  Items still held under these terms take the release dates just
*>   saved - stage 1 the completion date, stage 2 end of defects.
*>
     move     zero to WS-Item-Cnt.
     move     "I"          to RT-Key-Type.
     move     WS-Cust-Hold to RT-Customer.
     move     low-values   to RT-Contract.
     start    Retention-File key not < RT-Key
              invalid key
              go to bb999-exit
     end-start.
*>
 bb010-Next.
     read     Retention-File next record
              at end
              go to bb999-exit
     end-read
     if       not RT-Item
           or RT-Customer not = WS-Cust-Hold
              go to bb999-exit.
     if       not RTI-Held
           or RTI-Terms-Ref not = WS-Contract
              go to bb010-Next.
     if       RTI-Stage-PC
              move WS-PC-Date  to RTI-Due-Date
     else
              move WS-Def-Date to RTI-Due-Date.
     rewrite  Retention-Item-Record.
     add      1 to WS-Item-Cnt.
     go       to bb010-Next.
*>
 bb999-exit.
     exit     section.
*>
 ca000-Ledger            section.
*>==============================
*>
*>  Retentions held, by customer then due release date - not yet
*>   known last.  Released ones too if asked.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Retention Ledger Report" at 0129 with foreground-color 2.
     display  "Include released items (Y/N) ? [N]" at 0701 with foreground-color 2.
     move     "N" to WS-Released.
     accept   WS-Released at 0733 with foreground-color 6 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ca999-exit.
*>
     move     "Retention Ledger by Customer and Due Date" to l1-title.
     move     zero to page-nos WS-Item-Cnt WS-Cust-Cnt WS-Due-Cnt
                      WS-Tot-Amt WS-Due-Amt WS-Cust-Tot.
     move     99     to line-cnt.
     move     spaces to WS-Last-Cust.
     perform  Sales-Open-Input.
     open     output print-file.
     sort     sort-file
              on ascending key srt-customer srt-due srt-invoice
              input procedure  cb000-Input-To-Sort
              output procedure cc000-Output-From-Sort.
     perform  Sales-Close.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     display  "Retention ledger printed." at 1201 with foreground-color 2 erase eol.
     display  SL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 ca999-exit.
     exit     section.
*>
 cb000-Input-To-Sort     section.
*>==============================
*>
     move     "I"        to RT-Key-Type.
     move     low-values to RT-Customer RT-Contract.
     start    Retention-File key not < RT-Key
              invalid key
              go to cb999-exit
     end-start.
*>
 cb010-Next.
     read     Retention-File next record
              at end
              go to cb999-exit
     end-read
     if       not RT-Item
              go to cb999-exit.
     if       RTI-Released
          and WS-Released not = "Y"
              go to cb010-Next.
     move     RT-Customer  to srt-customer.
     if       RTI-Due-Date = zero
              move 999999999 to srt-due
     else
              move RTI-Due-Date to srt-due.
     move     RTI-Invoice  to srt-invoice.
     move     Retention-Item-Record to srt-data.
     release  sort-record.
     go       to cb010-Next.
*>
 cb999-exit.
     exit     section.
*>
 cc000-Output-From-Sort  section.
*>==============================
*>
     perform  zb000-Headings.
*>
 cc010-Return.
     return   sort-file at end
              go to cc900-Totals.
     move     srt-data to Retention-Item-Record.
     if       RT-Customer not = WS-Last-Cust
              perform cd000-Customer-Break.
     perform  ce000-Item-Line.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
     add      1 to WS-Item-Cnt.
     if       RTI-Held
              add  RTI-Amount to WS-Cust-Tot WS-Tot-Amt.
     if       RTI-Held
          and RTI-Due-Date not = zero
          and RTI-Due-Date not > WS-Today-Bin
              add  1 to WS-Due-Cnt
              add  RTI-Amount to WS-Due-Amt.
     go       to cc010-Return.
*>
 cc900-Totals.
     if       WS-Last-Cust not = spaces
              perform cf000-Customer-Total.
     move     spaces to line-6.
     move     "Customers, retention held" to l6-head.
     move     WS-Cust-Cnt to l6-count.
     move     WS-Tot-Amt  to l6-amount.
     write    print-record from line-6 after 2.
     move     spaces to line-6.
     move     "Items due for release by today" to l6-head.
     move     WS-Due-Cnt  to l6-count.
     move     WS-Due-Amt  to l6-amount.
     write    print-record from line-6 after 1.
*>
 cc999-exit.
     exit     section.
*>
 cd000-Customer-Break    section.
*>==============================
*>
     if       WS-Last-Cust not = spaces
              perform cf000-Customer-Total.
     move     RT-Customer to WS-Last-Cust WS-Sales-Key.
     add      1 to WS-Cust-Cnt.
     move     1 to File-Key-No.
     perform  Sales-Read-Indexed.
     if       fs-reply not = zero
              move "(not on file)" to Sales-Name.
     if       line-cnt > Page-Lines - 4
              perform zb000-Headings.
     move     "Y" to WS-First-Line.
*>
 cd999-exit.
     exit     section.
*>
 ce000-Item-Line         section.
*>==============================
*>
*>  line-3 from Retention-Item-Record, customer shown on its first.
*>
     move     spaces to line-3.
     if       line-cnt > Page-Lines - 2
              perform zb000-Headings
              move "Y" to WS-First-Line.
     if       WS-First-Line = "Y"
              move RT-Customer to l3-cust
              move Sales-Name  to l3-name
              move "N" to WS-First-Line.
     move     RTI-Invoice  to l3-item.
     move     RTI-Parent   to l3-parent.
     move     RTI-Contract to l3-contract.
     if       RTI-Stage-PC
              move "Completion" to l3-stage
     else
              move "Defects end" to l3-stage.
     move     RTI-Amount   to l3-amount.
     if       RTI-Due-Date = zero
              move "Not known" to l3-due
     else
              move RTI-Due-Date to u-bin
              perform zz060-Convert-Date
              move ws-date to l3-due.
     if       RTI-Released
              move RTI-Released-Date to u-bin
              perform zz060-Convert-Date
              string "Released " ws-date delimited by size
                                         into l3-status
     else
      if      RTI-Due-Date not = zero
          and RTI-Due-Date not > WS-Today-Bin
              move "Held - DUE" to l3-status
      else
              move "Held" to l3-status.
*>
 ce999-exit.
     exit     section.
*>
 cf000-Customer-Total    section.
*>==============================
*>
     move     spaces to line-4.
     move     "Customer held" to l4-text.
     move     WS-Cust-Tot to l4-amount.
     write    print-record from line-4 after 1.
     move     spaces to print-record.
     write    print-record after 1.
     add      2 to line-cnt.
     move     zero to WS-Cust-Tot.
*>
 cf999-exit.
     exit     section.
*>
 da000-Release-Run       section.
*>==============================
*>
*>  Every held item due on or before the run date: the open item
*>   loses its R hold and is re-dated to the run date so it falls
*>   due (and ages) from today, the item is marked released and a
*>   register line printed - the register goes to the customer as
*>   the application for payment.  Proof count first.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Release Retentions Due" at 0130 with foreground-color 2.
*>
 da010-Get-Date.
     display  "Release retentions due on or before [          ]" at 0701 with foreground-color 2.
     perform  zz070-Convert-Date.
     accept   ws-date at 0738 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to da999-exit.
     move     ws-date to ws-Test-Date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              go to da010-Get-Date.
     move     u-bin to WS-Rel-Date.
*>
     move     zero to WS-Due-Cnt WS-Due-Amt.
     move     "P" to WS-Released.
     perform  db000-Scan-Due.
     if       WS-Due-Cnt = zero
              display SL391 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to da999-exit.
     move     WS-Due-Cnt to display-5.
     move     WS-Due-Amt to display-9.
     display  "Items due" at 0901 with foreground-color 2.
     display  display-5 at 0921 with foreground-color 3.
     display  "Amount" at 1001 with foreground-color 2.
     display  display-9 at 1015 with foreground-color 3.
     display  "Release and reinstate these (Y/N) ? [N]" at 1201 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 1238 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to da999-exit.
*>
     move     "Retention Release Register - Application for Payment" to l1-title.
     move     zero to page-nos WS-Item-Cnt WS-Cust-Cnt WS-Miss-Cnt
                      WS-Tot-Amt WS-Due-Cnt WS-Due-Amt WS-Cust-Tot.
     move     99     to line-cnt.
     move     spaces to WS-Last-Cust.
     open     output print-file.
     perform  zb000-Headings.
     perform  Sales-Open-Input.
     perform  OTM3-Open.
     move     "R" to WS-Released.
     perform  db000-Scan-Due.
     perform  OTM3-Close.
     perform  Sales-Close.
     if       WS-Last-Cust not = spaces
              perform cf000-Customer-Total.
     move     spaces to line-6.
     move     "Retentions released" to l6-head.
     move     WS-Item-Cnt to l6-count.
     move     WS-Tot-Amt  to l6-amount.
     write    print-record from line-6 after 2.
     if       WS-Miss-Cnt not = zero
              move spaces to line-6
              move "Not released - open item missing" to l6-head
              move WS-Miss-Cnt to l6-count
              write print-record from line-6 after 1.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     move     WS-Item-Cnt to display-5.
     display  display-5 at 1401 with foreground-color 3.
     display  "retentions released - register printed" at 1407 with foreground-color 2.
     if       WS-Miss-Cnt not = zero
              display SL392 at 2301 with foreground-color 4 highlight.
     display  SL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 da999-exit.
     exit     section.
*>
 db000-Scan-Due          section.
*>==============================
*>
*>  Held items due by WS-Rel-Date.  WS-Released "P" proof - count
*>   them; "R" release each and print it.
*>
     move     "I"        to RT-Key-Type.
     move     low-values to RT-Customer RT-Contract.
     start    Retention-File key not < RT-Key
              invalid key
              go to db999-exit
     end-start.
*>
 db010-Next.
     read     Retention-File next record
              at end
              go to db999-exit
     end-read
     if       not RT-Item
              go to db999-exit.
     if       not RTI-Held
           or RTI-Due-Date = zero
           or RTI-Due-Date > WS-Rel-Date
              go to db010-Next.
     if       WS-Released = "P"
              add 1 to WS-Due-Cnt
              add RTI-Amount to WS-Due-Amt
              go to db010-Next.
*>
     if       RT-Customer not = WS-Last-Cust
              perform cd000-Customer-Break.
     perform  fa000-Release-Item.
     perform  ce000-Item-Line.
     if       WS-Rel-OK not = "Y"
              move "NOT RELEASED - no open item" to l3-status
              add  1 to WS-Miss-Cnt
     else
              add  1 to WS-Item-Cnt
              add  RTI-Amount to WS-Cust-Tot WS-Tot-Amt.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
     go       to db010-Next.
*>
 db999-exit.
     exit     section.
*>
 ea000-Release-One       section.
*>==============================
*>
*>  One item now, whatever its due date - completion certified early,
*>   or agreed with the customer.  Released as at today.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Release One Retention Now" at 0128 with foreground-color 2.
*>
     perform  ma000-Get-Customer.
     if       WS-Cust-Hold = spaces
              go to ea999-exit.
     move     zero to WS-Item-In.
     display  "Retention item no.         [        ]" at 0701 with foreground-color 2.
     accept   WS-Item-In at 0729 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Item-In = zero
              go to ea999-exit.
*>
     move     "I"          to RT-Key-Type.
     move     WS-Cust-Hold to RT-Customer.
     move     spaces       to RT-Contract.
     move     WS-Item-In   to RTI-Invoice.
     read     Retention-File
              invalid key
              display SL389 at 2301 with foreground-color 4 highlight
              go to ea900-Wait
     end-read
     if       RTI-Released
              display SL390 at 2301 with foreground-color 4 highlight
              go to ea900-Wait.
*>
     move     RTI-Amount to display-9.
     display  "Amount held                " at 0901 with foreground-color 2.
     display  display-9 at 0929 with foreground-color 3.
     display  "Split from invoice         " at 1001 with foreground-color 2.
     display  RTI-Parent at 1029 with foreground-color 3.
     display  "Release and reinstate it (Y/N) ? [N]" at 1201 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 1235 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to ea999-exit.
*>
     move     WS-Today-Bin to WS-Rel-Date.
     perform  OTM3-Open.
     perform  fa000-Release-Item.
     perform  OTM3-Close.
     if       WS-Rel-OK not = "Y"
              display SL392 at 2301 with foreground-color 4 highlight
              go to ea900-Wait.
     display  "Retention released" at 1401 with foreground-color 2.
*>
 ea900-Wait.
     display  SL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 ea999-exit.
     exit     section.
*>
 fa000-Release-Item      section.
*>==============================
*>
*>  Retention-Item-Record just read: clear the R hold on its open
*>   item and date it WS-Rel-Date, then mark the item released.
*>   WS-Rel-OK "Y" when done.  OTM3 is open i-o.
*>
     move     "N" to WS-Rel-OK.
     move     RT-Customer to oi-customer.
     move     RTI-Invoice to oi-invoice.
     perform  OTM3-Read-Indexed.
     if       fs-reply not = zero
              go to fa999-exit.
     move     space       to oi-hold-flag.
     move     WS-Rel-Date to oi-date.
     perform  OTM3-Rewrite.
     if       fs-reply not = zero
              go to fa999-exit.
     move     "R"         to RTI-Status.
     move     WS-Rel-Date to RTI-Released-Date.
     rewrite  Retention-Item-Record.
     move     "Y" to WS-Rel-OK.
*>
 fa999-exit.
     exit     section.
*>
 ma000-Get-Customer      section.
*>==============================
*>
     move     spaces to WS-Cust-Hold.
     display  "Customer  [       ]" at 0401 with foreground-color 2.
     accept   WS-Cust-Hold at 0412 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Cust-Hold = spaces
              move spaces to WS-Cust-Hold
              go to ma999-exit.
     move     WS-Cust-Hold to WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Open-Input.
     perform  Sales-Read-Indexed.
     perform  Sales-Close.
     if       fs-reply not = zero
              display SL388 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              move spaces to WS-Cust-Hold
              go to ma999-exit.
     display  Sales-Name at 0501 with foreground-color 3.
*>
 ma999-exit.
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
 maps04       section.
*>*******************
*>
     call     "maps04"  using  maps03-ws.
*>
 maps04-exit.
     exit     section.
*>
 copy "Proc-ACAS-FH-Calls.cob".
*>
 end program sl956.
