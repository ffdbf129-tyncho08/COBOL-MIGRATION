       >>source free
*>*********************************************
*>                                            *
*>     Lost Sales By Item And Reason          *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         sl949.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Reports the lost demand trail (lostdmd.dat)
*>                        that sl910 invoicing and the sl926 counter
*>                        write when a sale is turned away - not
*>                        enough held and no back order, or declined
*>                        on price, lead time or a discontinued line.
*>                        For a date range, by item and within it by
*>                        reason: times, quantity, the revenue lost at
*>                        the price that would have been charged and
*>                        the margin lost against the cost at the
*>                        time, then the totals by reason.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     acas011  ->  (Stock)
*>                         stockMT.
*>**
*>    Error messages used.
*>                        SL003
*>                        SL364    Invalid date range.
*>                        SL365    Nothing lost in the range.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for the lost demand log.
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
 copy "selprint.cob".
*>
*> Lost demand trail written by sl910/sl926 (fdlostdm.cob).
 select   Lost-Demand-File assign "lostdmd.dat"
                   organization  line sequential
                   status Ld-Fs-Reply.
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
 copy "fdprint.cob".
 copy "fdlostdm.cob".
*>
 sd  sort-file.
*>
 01  sort-record.
     03  srt-item            pic x(13).
     03  srt-reason          pic x.
     03  srt-qty             pic 9(6).
     03  srt-revenue         pic s9(9)v99  comp-3.
     03  srt-margin          pic s9(9)v99  comp-3.
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL949 (3.02.00)".
 copy "print-spool-command.cob".
 copy "wsfnctn.cob".
 copy "wsstock.cob".
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
*>     03  WS-Stock-Record        pic x.
     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  WS-Analysis-Record     pic x.
     03  WS-Del-Inv-Nos-Record  pic x.
     03  WS-Purch-Record        pic x.
     03  WS-Pay-Record          pic x.
     03  WS-Invoice-Record      pic x.
     03  WS-OTM3-Record         pic x.
     03  WS-PInvoice-Record     pic x.
     03  WS-OTM5-Record         pic x.
*>
 copy "Test-Data-Flags.cob".  *> set sw-testing to zero to stop logging.
*>
 01  All-My-Constants    pic 9(4).
     copy "screenio.cpy".
*>
 01  ws-data.
     03  ws-reply        pic x.
     03  ss-reply        pic xx           value zeros.
     03  Ld-Fs-Reply     pic 99           value zero.
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  WS-From-Date    pic 9(8)         value zero.     *> ccyymmdd
     03  WS-To-Date      pic 9(8)         value zero.
     03  WS-Rec-Cnt      pic 9(6)         value zero.
     03  WS-Item         pic x(13)        value spaces.
     03  WS-Reason       pic x            value space.
     03  WS-R            pic 9            value zero.
     03  WS-Reason-Cnt   pic 9            value zero.     *> lines for the item
*>
*>  Accumulators - 1 the reason line, 2 the item, 3 the report.
*>
 01  WS-Accums.
     03  WS-Acc                       occurs 3.
         05  WS-Acc-Times    pic 9(6)     comp.
         05  WS-Acc-Qty      pic 9(8)     comp.
         05  WS-Acc-Revenue  pic s9(9)v99 comp-3.
         05  WS-Acc-Margin   pic s9(9)v99 comp-3.
*>
*>  Report totals by reason - S, P, L, D.
*>
 01  WS-Reason-Totals.
     03  WS-RT                        occurs 4.
         05  WS-RT-Times     pic 9(6)     comp.
         05  WS-RT-Qty       pic 9(8)     comp.
         05  WS-RT-Revenue   pic s9(9)v99 comp-3.
         05  WS-RT-Margin    pic s9(9)v99 comp-3.
*>
 01  WS-Reason-Names.
     03  filler          pic x(14)  value "SNo stock".
     03  filler          pic x(14)  value "PPrice".
     03  filler          pic x(14)  value "LLead time".
     03  filler          pic x(14)  value "DDiscontinued".
 01  filler redefines WS-Reason-Names.
     03  WS-RN                        occurs 4.
         05  WS-RN-Code      pic x.
         05  WS-RN-Name      pic x(13).
*>
 01  Error-Messages.
     03  SL003          pic x(28) value "SL003 Hit Return To Continue".
     03  SL364          pic x(36) value "SL364 Invalid range - from after to".
     03  SL365          pic x(37) value "SL365 No lost sales logged in range".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(40)       value "Lost Sales by Item and Reason".
     03  l1-range        pic x(25)       value spaces.
     03  filler          pic x(11)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  filler          pic x(132)      value "Stock Item     Description               " &
         "Reason           Times      Qty   Lost Revenue    Lost Margin  Margin %".
*>
 01  line-3.
     03  l3-item         pic x(15).
     03  l3-desc         pic x(26).
     03  l3-reason       pic x(14).
     03  l3-times        pic z(6)9.
     03  l3-qty          pic z(8)9.
     03  l3-revenue      pic bbz(8)9.99-.
     03  l3-margin       pic bbz(8)9.99-.
     03  l3-pct          pic bbzz9.9-.
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
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Lost Sales Report" at 0132 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
*>  Default - the year to date.
*>
     move     to-day (7:4) to WS-To-Date (1:4).
     move     to-day (4:2) to WS-To-Date (5:2).
     move     to-day (1:2) to WS-To-Date (7:2).
     move     WS-To-Date   to WS-From-Date.
     move     "0101"       to WS-From-Date (5:4).
     display  "From date (ccyymmdd) [        ]" at 0701 with foreground-color 2.
     display  "To   date (ccyymmdd) [        ]" at 0801 with foreground-color 2.
*>
 Get-Range.
     accept   WS-From-Date at 0723 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Menu-Exit.
     accept   WS-To-Date   at 0823 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Menu-Exit.
     if       WS-From-Date > WS-To-Date
              display SL364 at 2301 with foreground-color 4 highlight
              go to Get-Range.
     display  space at 2301 with erase eol.
     move     spaces to l1-range.
     string   "from "      delimited by size
              WS-From-Date delimited by size
              " to "       delimited by size
              WS-To-Date   delimited by size
                           into l1-range.
*>
     initialize WS-Reason-Totals WS-Accums.
     move     zero to WS-Rec-Cnt page-nos.
     perform  Stock-Open-Input.
     open     output print-file.
     sort     sort-file
              on ascending key srt-item srt-reason
              input procedure  ba000-Input-To-Sort
              output procedure ca000-Output-From-Sort.
     perform  Stock-Close.
     close    print-file.
     if       WS-Rec-Cnt = zero
              display SL365 at 1201 with foreground-color 4
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to Menu-Exit.
     call     "SYSTEM" using Print-Report.
     display  "Lost sales report printed." at 1201 with foreground-color 2.
     display  SL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 Menu-Exit.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Input-To-Sort     section.
*>==============================
*>
     open     input Lost-Demand-File.
     if       Ld-Fs-Reply not = zero
              go to ba999-exit.
*>
 ba010-Read.
     read     Lost-Demand-File
              at end
              close Lost-Demand-File
              go to ba999-exit.
     if       LD-Date < WS-From-Date
           or LD-Date > WS-To-Date
              go to ba010-Read.
     add      1 to WS-Rec-Cnt.
     move     LD-Item   to srt-item.
     move     LD-Reason to srt-reason.
     move     LD-Qty    to srt-qty.
     compute  srt-revenue = LD-Qty * LD-Unit.
     compute  srt-margin  = LD-Qty * (LD-Unit - LD-Cost).
     release  sort-record.
     go       to ba010-Read.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Output-From-Sort  section.
*>==============================
*>
*>  Item / reason control breaks - a reason line per item, an item
*>   total when it lost on more than one reason.
*>
     if       WS-Rec-Cnt = zero
              go to ca999-exit.
     perform  da000-Headings.
     return   sort-file at end
              go to ca999-exit.
     move     srt-item   to WS-Item.
     move     srt-reason to WS-Reason.
     move     zero to WS-Reason-Cnt.
*>
 ca010-Accumulate.
     add      1           to WS-Acc-Times (1).
     add      srt-qty     to WS-Acc-Qty (1).
     add      srt-revenue to WS-Acc-Revenue (1).
     add      srt-margin  to WS-Acc-Margin (1).
     return   sort-file at end
              perform cb000-Reason-Break
              perform cc000-Item-Break
              perform cd000-Report-Totals
              go to ca999-exit.
     if       srt-item not = WS-Item
              perform cb000-Reason-Break
              perform cc000-Item-Break
              move srt-item   to WS-Item
              move srt-reason to WS-Reason
              go to ca010-Accumulate.
     if       srt-reason not = WS-Reason
              perform cb000-Reason-Break
              move srt-reason to WS-Reason.
     go       to ca010-Accumulate.
*>
 ca999-exit.
     exit     section.
*>
 cb000-Reason-Break      section.
*>==============================
*>
     move     spaces to line-3.
     if       WS-Reason-Cnt = zero
              move WS-Item to l3-item WS-Stock-Key
              move 1 to File-Key-No
              perform Stock-Read-Indexed
              if   FS-Reply = zero
                   move WS-Stock-Desc to l3-desc
              else
                   move "(not on file)" to l3-desc
              end-if
     end-if
     move     1 to WS-R.
*>
 cb010-Name.
     if       WS-R > 4
              move WS-Reason to l3-reason
              go to cb020-Print.
     if       WS-RN-Code (WS-R) not = WS-Reason
              add 1 to WS-R
              go to cb010-Name.
     move     WS-RN-Name (WS-R) to l3-reason.
     add      WS-Acc-Times (1)   to WS-RT-Times (WS-R).
     add      WS-Acc-Qty (1)     to WS-RT-Qty (WS-R).
     add      WS-Acc-Revenue (1) to WS-RT-Revenue (WS-R).
     add      WS-Acc-Margin (1)  to WS-RT-Margin (WS-R).
*>
 cb020-Print.
     move     1 to WS-R.
     perform  ce000-Print-Figures.
     add      WS-Acc-Times (1)   to WS-Acc-Times (2).
     add      WS-Acc-Qty (1)     to WS-Acc-Qty (2).
     add      WS-Acc-Revenue (1) to WS-Acc-Revenue (2).
     add      WS-Acc-Margin (1)  to WS-Acc-Margin (2).
     initialize WS-Acc (1).
     add      1 to WS-Reason-Cnt.
*>
 cb999-exit.
     exit     section.
*>
 cc000-Item-Break        section.
*>==============================
*>
     if       WS-Reason-Cnt > 1
              move spaces to line-3
              move "  Item total" to l3-reason
              move 2 to WS-R
              perform ce000-Print-Figures.
     add      WS-Acc-Times (2)   to WS-Acc-Times (3).
     add      WS-Acc-Qty (2)     to WS-Acc-Qty (3).
     add      WS-Acc-Revenue (2) to WS-Acc-Revenue (3).
     add      WS-Acc-Margin (2)  to WS-Acc-Margin (3).
     initialize WS-Acc (2).
     move     zero to WS-Reason-Cnt.
*>
 cc999-exit.
     exit     section.
*>
 cd000-Report-Totals     section.
*>==============================
*>
*>  The same figures again by reason, then the whole range.
*>
     move     spaces to print-record.
     write    print-record after 1.
     add      1 to line-cnt.
     move     1 to WS-R.
*>
 cd010-Reason.
     if       WS-R > 4
              go to cd020-Grand.
     move     spaces to line-3.
     if       WS-R = 1
              move "Totals by reason" to l3-item.
     move     WS-RN-Name (WS-R) to l3-reason.
     move     WS-RT-Times (WS-R)   to WS-Acc-Times (1).
     move     WS-RT-Qty (WS-R)     to WS-Acc-Qty (1).
     move     WS-RT-Revenue (WS-R) to WS-Acc-Revenue (1).
     move     WS-RT-Margin (WS-R)  to WS-Acc-Margin (1).
     move     WS-R to WS-Reason-Cnt.              *> keep the reason
     move     1 to WS-R.
     perform  ce000-Print-Figures.
     move     WS-Reason-Cnt to WS-R.
     add      1 to WS-R.
     go       to cd010-Reason.
*>
 cd020-Grand.
     move     spaces to line-3.
     move     "Total lost" to l3-reason.
     move     3 to WS-R.
     perform  ce000-Print-Figures.
*>
 cd999-exit.
     exit     section.
*>
 ce000-Print-Figures     section.
*>==============================
*>
*>  Figures from accumulator WS-R into line-3 and print it.
*>
     move     WS-Acc-Times (WS-R)   to l3-times.
     move     WS-Acc-Qty (WS-R)     to l3-qty.
     move     WS-Acc-Revenue (WS-R) to l3-revenue.
     move     WS-Acc-Margin (WS-R)  to l3-margin.
     if       WS-Acc-Revenue (WS-R) = zero
              move zero to l3-pct
     else
              compute l3-pct rounded =
                      WS-Acc-Margin (WS-R) * 100 / WS-Acc-Revenue (WS-R).
     if       line-cnt > Page-Lines - 3
              perform da000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
*>
 ce999-exit.
     exit     section.
*>
 da000-Headings          section.
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
 da999-exit.
     exit     section.
*>
 copy "Proc-ACAS-FH-Calls.cob".
*>
