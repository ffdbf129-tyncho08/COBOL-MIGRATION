       >>source free
*>*********************************************
*>                                            *
*>   Prompt Payment Discount Lost Report      *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         pl044.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Monthly report, by supplier, of prompt payment
*>                        discount forgone - invoices cleared in the
*>                        month after their discount deadline (invoice
*>                        date + OI-Deduct-Days).  pl080 clears the
*>                        deduction (OI-Deduct-Amt to zero, OI-Net
*>                        reduced) when the discount is taken, so a
*>                        closed invoice still carrying a deduction is
*>                        one paid in full, too late.  Both the open
*>                        item file and the purchase item archive are
*>                        read so a clear down does not lose the month.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04.
*>                        acas022 (Purchase), acas029 (OTM5).
*>**
*>    Error messages used.
*>                        PL003
*>                        PL266    Invalid month or year.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for the prompt payment discount lost report.
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
     select PL-Arc-OI-File      assign File-75
                                access dynamic
                                organization indexed
                                status FS-Reply
                                record key AR5-Key.
*>
 copy "selprint.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 fd  PL-Arc-OI-File.
 copy "wsarcoi5.cob".
*>
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "PL044 (3.02.00)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wspl.cob".
 copy "plwsoi5C.cob".   *> WS-OTM5-Record / OI-Header.
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
     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  WS-Del-Inv-Nos-Record  pic x.
*>     03  WS-Purch-Record        pic x.
     03  WS-Pay-Record          pic x.
     03  WS-Invoice-Record      pic x.
     03  WS-OTM3-Record         pic x.
     03  WS-PInvoice-Record     pic x.
*>     03  WS-OTM5-Record         pic x.
     03  WS-Analysis-Record     pic x.
*>
 copy "Test-Data-Flags.cob".  *> set sw-testing to zero to stop logging.
*>
 01  All-My-Constants    pic 9(4).
     copy "screenio.cpy".
*>
 01  ws-data.
     03  ws-reply        pic x.
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  WS-Arc-Open     pic x            value "N".
     03  WS-Rep-Month    pic 99           value zero.
     03  WS-Rep-Year     pic 9(4)         value zero.
     03  WS-From-Bin     binary-long      value zero.
     03  WS-To-Bin       binary-long      value zero.
     03  WS-Deadline     binary-long      value zero.
     03  WS-Days-Late    binary-long      value zero.
     03  WS-Gross        pic s9(8)v99     comp-3  value zero.
     03  WS-First-Line   pic x            value "Y".
     03  WS-Supp-Lost    pic s9(8)v99     comp-3  value zero.
     03  WS-Supp-Items   pic 9(5)         value zero.
     03  WS-Tot-Lost     pic s9(8)v99     comp-3  value zero.
     03  WS-Tot-Items    pic 9(5)         value zero.
     03  WS-Tot-Supps    pic 9(5)         value zero.
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
     03  PL266          pic x(28) value "PL266 Invalid month or year".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  filler          pic x(32)       value "Prompt Payment Discount Lost -".
     03  l1-month        pic 99.
     03  filler          pic x           value "/".
     03  l1-year         pic 9(4).
     03  filler          pic x(35)       value spaces.
     03  l1-date         pic x(10).
     03  filler          pic x(2)        value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  filler          pic x(132)      value "Supplier Name                       Folio Ref        " &
         "Inv Date    Deadline    Paid       Late         Gross   Discount Lost".
*>
 01  line-3.
     03  l3-supp         pic x(9).
     03  l3-name         pic x(26).
     03  l3-folio        pic z(7)9.
     03  filler          pic x           value space.
     03  l3-ref          pic x(11).
     03  l3-inv-date     pic x(12).
     03  l3-deadline     pic x(12).
     03  l3-paid         pic x(11).
     03  l3-late         pic zzz9.
     03  l3-gross        pic z(8)9.99-.
     03  filler          pic xx          value spaces.
     03  l3-lost         pic z(8)9.99-.
*>
 01  line-4.
     03  filler          pic x(35)       value spaces.
     03  l4-head         pic x(50).
     03  l4-count        pic zzzz9.
     03  filler          pic x(19)       value spaces.
     03  l4-lost         pic z(8)9.99-.
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
     move     ws-date to l1-date.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Discount Lost Report" at 0131 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
*>
     display  "Invoices paid in the month after their prompt payment"
                                          at 0401 with foreground-color 2.
     display  "discount deadline, with the discount forgone."
                                          at 0501 with foreground-color 2.
     display  "Month paid   [  ]  Year [    ]"
                                          at 0801 with foreground-color 2.
     move     to-day (4:2) to WS-Rep-Month.
     move     to-day (7:4) to WS-Rep-Year.
*>
 init01-Get-Month.
     accept   WS-Rep-Month at 0815 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Menu-Exit.
     accept   WS-Rep-Year  at 0827 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Menu-Exit.
*>
*>  First of the month, and first of the next less one day.
*>
     move     spaces to u-date.
     string   "01/"     delimited by size
              WS-Rep-Month  delimited by size
              "/"       delimited by size
              WS-Rep-Year   delimited by size
                        into u-date
     end-string
     move     zero to u-bin.
     perform  maps04.
     if       u-bin = zero
              display PL266 at 2301 with foreground-color 4 highlight
              go to init01-Get-Month.
     move     u-bin to WS-From-Bin.
     move     WS-Rep-Month to l1-month.
     move     WS-Rep-Year  to l1-year.
     add      1 to WS-Rep-Month.
     if       WS-Rep-Month > 12
              move 1 to WS-Rep-Month
              add  1 to WS-Rep-Year.
     move     spaces to u-date.
     string   "01/"     delimited by size
              WS-Rep-Month  delimited by size
              "/"       delimited by size
              WS-Rep-Year   delimited by size
                        into u-date
     end-string
     move     zero to u-bin.
     perform  maps04.
     subtract 1 from u-bin giving WS-To-Bin.
     display  " " at 2301 with erase eol.
     display  "Reporting ..." at 1201 with foreground-color 2.
*>
     perform  Purch-Open-Input.
     perform  OTM5-Open-Input.
     open     input PL-Arc-OI-File.
     if       fs-reply = zero
              move "Y" to WS-Arc-Open.
     open     output print-file.
     perform  bd000-Headings.
*>
     move     spaces to WS-Purch-Key.
     set      fn-not-less-than to true.
     perform  Purch-Start.
     if       fs-reply = zero
              perform ba000-Suppliers.
*>
     perform  Purch-Close.
     perform  OTM5-Close.
     if       WS-Arc-Open = "Y"
              close PL-Arc-OI-File.
*>
     if       line-cnt > Page-Lines - 4
              perform bd000-Headings.
     move     "Suppliers losing discount" to l4-head.
     move     WS-Tot-Supps to l4-count.
     move     zero to l4-lost.
     write    print-record from line-4 after 2.
     move     "Total discount lost - items" to l4-head.
     move     WS-Tot-Items to l4-count.
     move     WS-Tot-Lost  to l4-lost.
     write    print-record from line-4 after 1.
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>
     display  "Report complete - discount lost :" at 1201 with foreground-color 2.
     move     WS-Tot-Lost to l4-lost.
     display  l4-lost at 1235 with foreground-color 3.
     display  PL003 at 1401 with foreground-color 2.
     accept   ws-reply at 1430.
*>
 Menu-Exit.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Suppliers         section.
*>==============================
*>
 ba010-Read.
     perform  Purch-Read-Next.
     if       fs-reply not = zero
              go to ba999-exit.
     move     "Y"  to WS-First-Line.
     move     zero to WS-Supp-Lost WS-Supp-Items.
     perform  ca000-Ledger-Items.
     if       WS-Arc-Open = "Y"
              perform cb000-Archive-Items.
     if       WS-Supp-Items = zero
              go to ba010-Read.
*>
     add      1 to WS-Tot-Supps.
     move     "Supplier total" to l4-head.
     move     WS-Supp-Items to l4-count.
     move     WS-Supp-Lost  to l4-lost.
     write    print-record from line-4 after 1.
     move     spaces to print-record.
     write    print-record after 1.
     add      2 to line-cnt.
     go       to ba010-Read.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Ledger-Items      section.
*>==============================
*>
     move     WS-Purch-Key to oi5-supplier.
     move     zero         to oi5-invoice.
     set      fn-not-less-than to true.
     perform  OTM5-Start.
     if       fs-reply not = zero
              go to ca999-exit.
*>
 ca010-Read.
     perform  OTM5-Read-Next.
     if       fs-reply not = zero
           or oi5-supplier not = WS-Purch-Key
              go to ca999-exit.
     perform  da000-Test-Item.
     go       to ca010-Read.
*>
 ca999-exit.
     exit     section.
*>
 cb000-Archive-Items     section.
*>==============================
*>
     move     WS-Purch-Key to AR5-Supplier.
     move     zero         to AR5-Invoice AR5-Seq.
     start    PL-Arc-OI-File key not less AR5-Key
              invalid key
              go to cb999-exit.
*>
 cb010-Read.
     read     PL-Arc-OI-File next record
              at end
              go to cb999-exit.
     if       AR5-Supplier not = WS-Purch-Key
              go to cb999-exit.
     move     AR5-Image to WS-OTM5-Record.
     perform  da000-Test-Item.
     go       to cb010-Read.
*>
 cb999-exit.
     exit     section.
*>
 da000-Test-Item         section.
*>==============================
*>
*>  Closed invoice, cleared in the month, still carrying its deduction
*>   and cleared after the deadline = discount lost.
*>
     if       OI-Type not = 2
           or not S-Closed
           or OI-Deduct-Amt not > zero
              go to da999-exit.
     if       OI-Date-Cleared < WS-From-Bin
           or OI-Date-Cleared > WS-To-Bin
              go to da999-exit.
     add      OI-Date OI-Deduct-Days giving WS-Deadline.
     if       OI-Date-Cleared not > WS-Deadline
              go to da999-exit.
*>
     if       WS-First-Line = "Y"
              move WS-Purch-Key to l3-supp
              move Purch-Name   to l3-name
              move "N" to WS-First-Line
     else
              move spaces to l3-supp l3-name.
     move     OI-Invoice to l3-folio.
     move     OI-Ref     to l3-ref.
     move     OI-Date    to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date    to l3-inv-date.
     move     WS-Deadline to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date    to l3-deadline.
     move     OI-Date-Cleared to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date    to l3-paid.
     subtract WS-Deadline from OI-Date-Cleared giving WS-Days-Late.
     move     WS-Days-Late to l3-late.
     compute  WS-Gross = OI-Net + OI-Extra + OI-Carriage
                       + OI-Vat + OI-E-Vat + OI-C-Vat.
     move     WS-Gross      to l3-gross.
     move     OI-Deduct-Amt to l3-lost.
     if       line-cnt > Page-Lines - 3
              perform bd000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
     add      1 to WS-Supp-Items WS-Tot-Items.
     add      OI-Deduct-Amt to WS-Supp-Lost WS-Tot-Lost.
*>
 da999-exit.
     exit     section.
*>
 bd000-Headings          section.
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
 bd999-exit.
     exit     section.
*>
 zz060-Convert-Date        section.
*>********************************
*>
*>  Converts date in binary to UK/USA/Intl date format
*>****************************************************
*> Input:   u-bin
*> output:  ws-date as uk/US/Inlt date format
*>          u-date & ws-date = spaces if invalid date
*>
     perform  maps04.
     if       u-date = spaces
              move spaces to ws-date
              go to zz060-Exit.
     move     u-date to ws-date.
*>
     if       Date-Form = zero
              move 1 to Date-Form.
     if       Date-UK
              go to zz060-Exit.
     if       Date-USA                *> swap month and days
              move ws-days  to ws-swap
              move ws-month to ws-days
              move ws-swap  to ws-month
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
