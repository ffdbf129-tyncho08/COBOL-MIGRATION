*> 09/12/22 vbc - .10 Added para to start of sections 4 GC 3.2 warning.
*> 16/04/24 vbc       Copyright notice update superseding all previous notices.
*> 24/08/25 vbc - .11 Adjust misaligned headings & warning message
*> 15/10/26 vbc - .12 New CSV [Y] prompt - a spreadsheet copy of the
*>                    listing in aged-creditors.csv, a row per item,
*>                    account total and a grand total row.
*> 15/10/26 vbc - .13 CSV copy named from wsnames (file-162) so it is
*>                    written with the ledgers under ACAS_LEDGERS.
*>
*>*************************************************************************
*>
     select  sales-sort      assign        fn-sales,
                             access        sequential,
                             status        fs-reply.
*>
 copy "selcsv.cob".
*>
 data                    division.
*>===============================
 fd  print-file.
*>
 01  print-record            pic x(132).
*>
 copy "fdcsv.cob".
*>
 working-storage section.
*>-----------------------
 77  prog-name           pic x(15) value "PL120 (3.02.13)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
*> copy "wsoi.cob".   *> ???
 copy "plwsoi5C.cob". *> ???
 copy "wspl.cob".
 copy "wscsv.cob".
*>
*> REMARK OUT ANY IN USE
*>
     03  menu-reply      pic 9.
     03  ws-reply        pic x.
     03  fs-reply2       pic 99.
     03  csv-line        pic x(14)          value spaces.
     03  report-type     pic x              value space.
         88  sorted-report                  value "S".
     03  z               pic 99.
     display  ws-date at 0171 with foreground-color 2.
*>
     perform  trail-balance.
     if       Csv-Output
              perform Csv-Grand-Total
              perform Csv-Close.
     perform  report-analysis.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     display  "*Date  [  /  /    ]*A/C Nos   [       ]*" at 0541 with foreground-color 2.
     display  "***                                  ***" at 0641 with foreground-color 2.
     display  "*Value  [         ]*                   *" at 0741 with foreground-color 2.
     display  "*CSV    [ ]        *                   *" at 0841 with foreground-color 2.
     display  "****************************************" at 0941 with foreground-color 2.
*>
 main-display-end.
*>
     display  " (2)  -  <A/C>   :  A/Cs to match for printing" at 1601 with foreground-color 2.
     display  " (3)  -  <Value> :  Minimum o/s to print" at 1701       with foreground-color 2.
     display  " (4)  -  F1 pressed gives Alphabetic Sort" at 1801      with foreground-color 2.
     display  " (5)  -  <CSV>   :  Y = also write aged-creditors.csv" at 1901 with foreground-color 2.
*>
 date-input.
     move     zero to cob-crt-status.
     move     amt-ok to pay-value.
     if       Cob-Crt-Status = Cob-Scr-F1
              move "S" to Report-Type.
*>
 csv-input.
*>********
*>
     move     "N" to Csv-Wanted.
     accept   Csv-Wanted at 0850 with foreground-color 3 update UPPER.
     if       Csv-Output
              move File-162 to Csv-File-Name
              perform Csv-Open
              perform Csv-Headings.
*>
     open     output print-file.
     move     zero  to  page-nos.
     if       l5-account not = spaces
              write print-record from ws-spaces after 1
              add 1 to line-cnt.
     if       Csv-Output
              move "Item" to csv-line
              perform Csv-Row.
     write    print-record  from  line-5 after 1.
     add      1 to line-cnt.
*>
     move     bal-90  to  l6-bal-90.
     move     bal-pay to  l6-payments.
*>
     if       l6-lbalance not = spaces
         and  Csv-Output
              move "Account Total" to csv-line
              perform Csv-Row.
     if       l6-lbalance not = spaces
              write print-record  from  line-6 after 1
              write print-record  from  ws-spaces after 1
     move     purch-unapplied to l5-payments.
     move     "Unapplied Cash" to l5-title.
     add      purch-unapplied to bal-pay.
     if       Csv-Output
              move "Unapplied Cash" to csv-line
              perform Csv-Row.
     write    print-record from line-5 after 2.
     move     spaces to line-5.
     add      2 to line-cnt.
*>
 maps04-exit.
     exit     section.
*>
 Csv-Headings            section.
*>==============================
*>
     string   '"Line","Supplier","Name","Telephone","Type","Folio","Date","Hold","Prompt Disc","Settled",'
              '"Current","30","60","90 & Over","Payments","Balance","Credit Limit","Over Limit"'
              delimited by size into Csv-Record with pointer Csv-Ptr.
     perform  Csv-Write-Row.
*>
 Csv-Headings-Exit.
     exit     section.
*>
 Csv-Row                 section.
*>==============================
*>
*>  One CSV row for the line just built - csv-line says which: an Item
*>   (from line-5), Unapplied Cash or the Account Total (from line-6).
*>
     move     csv-line       to Csv-Text.
     perform  Csv-Add-Text.
     move     WS-Purch-Key   to Csv-Text.
     perform  Csv-Add-Text.
     move     purch-name     to Csv-Text.
     perform  Csv-Add-Text.
     move     purch-phone    to Csv-Text.
     perform  Csv-Add-Text.
     if       csv-line not = "Item"
              perform Csv-Add-Text 6 times
              go to Csv-Row-Totals.
     if       oi-type = 3
              move "Credit Note" to Csv-Text
     else
      if      oi-type = 5 or 6
              move "Payment" to Csv-Text
      else
              move "Invoice" to Csv-Text.
     perform  Csv-Add-Text.
     move     l5-invoice     to Csv-Text.
     perform  Csv-Add-Text.
     move     oi-date        to u-bin.
     perform  maps04.
     move     u-date         to Csv-Date.
     perform  Csv-Add-Date.
     move     l5-hold        to Csv-Text.
     perform  Csv-Add-Text.
     move     l5-late        to Csv-Text.
     perform  Csv-Add-Text.
     if       l5-less = "<" or l5-less-1 = "<"
              move "Y" to Csv-Text.
     perform  Csv-Add-Text.
     move     l5-bal-0       to Csv-Amount.
     perform  Csv-Add-Amount.
     move     l5-bal-30      to Csv-Amount.
     perform  Csv-Add-Amount.
     move     l5-bal-60      to Csv-Amount.
     perform  Csv-Add-Amount.
     move     l5-bal-90      to Csv-Amount.
     perform  Csv-Add-Amount.
     move     l5-payments    to Csv-Amount.
     perform  Csv-Add-Amount.
     perform  Csv-Add-Text 3 times.
     go       to Csv-Row-Write.
*>
 Csv-Row-Totals.
     if       csv-line = "Unapplied Cash"
              perform Csv-Add-Amount 4 times
              move purch-unapplied to Csv-Amount
              perform Csv-Add-Amount
              perform Csv-Add-Text 3 times
              go to Csv-Row-Write.
     move     bal-0          to Csv-Amount.
     perform  Csv-Add-Amount.
     move     bal-30         to Csv-Amount.
     perform  Csv-Add-Amount.
     move     bal-60         to Csv-Amount.
     perform  Csv-Add-Amount.
     move     bal-90         to Csv-Amount.
     perform  Csv-Add-Amount.
     move     bal-pay        to Csv-Amount.
     perform  Csv-Add-Amount.
     move     purch-current  to Csv-Amount.
     perform  Csv-Add-Amount.
     move     purch-limit    to Csv-Amount.
     perform  Csv-Add-Amount.
     move     l6-over        to Csv-Amount.
     perform  Csv-Add-Amount.
*>
 Csv-Row-Write.
     perform  Csv-Write-Row.
*>
 Csv-Row-Exit.
     exit     section.
*>
 Csv-Grand-Total         section.
*>==============================
*>
*>  The aged totals as the Amount line of the statistics page.
*>
     move     "Grand Total"  to Csv-Text.
     perform  Csv-Add-Text.
     perform  Csv-Add-Text 9 times.
     move     tot-bal-0      to Csv-Amount.
     perform  Csv-Add-Amount.
     move     tot-bal-30     to Csv-Amount.
     perform  Csv-Add-Amount.
     move     tot-bal-60     to Csv-Amount.
     perform  Csv-Add-Amount.
     move     tot-bal-90     to Csv-Amount.
     perform  Csv-Add-Amount.
     move     tot-amt-pay    to Csv-Amount.
     perform  Csv-Add-Amount.
     add      tot-bal-0 tot-bal-30 tot-bal-60 tot-bal-90
                             giving Csv-Amount.
     perform  Csv-Add-Amount.
     perform  Csv-Add-Text 2 times.
     perform  Csv-Write-Row.
*>
 Csv-Grand-Total-Exit.
     exit     section.
*>
 Drill-Through           section.
*>==============================
 Drill-Through-Exit.
     exit     section.
*>
 copy "Proc-ACAS-Csv-Output.cob".
 copy "Proc-ACAS-FH-Calls.cob".
*>
