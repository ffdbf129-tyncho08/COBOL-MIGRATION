*>                    now age from the xl141 due date - EOM and
*>                    day-of-month terms band correctly instead of
*>                    from invoice date.
*> 15/10/26 vbc - .13 Customers with a credit insurance limit (sl942)
*>                    get an Insured line under the balance showing
*>                    limit, expiry and the uninsured excess (all of
*>                    the balance once the limit has expired), with
*>                    a total Uninsured Exposure in the statistics.
*> 15/10/26 vbc - .14 New Groups [Y] prompt - debt is also aged rolled
*>                    up to customer group level (sl944), one line per
*>                    head office with the group limit.
*> 15/10/26 vbc - .15 New CSV [Y] prompt - a spreadsheet copy of the
*>                    listing in aged-debtors.csv, a row per item,
*>                    account total and a grand total row.
*> 15/10/26 vbc - .16 Contract retention items (OI-Hold-flag "R", see
*>                    sl956) are listed in [ ] but not aged, with a
*>                    Retention Held line under the account balance
*>                    and a total in the statistics.
*> 15/10/26 vbc - .17 Group ageing table full - the accounts left out
*>                    are counted and reported (SL401), not dropped.
*> 15/10/26 vbc - .18 CSV copy named from wsnames (file-161) so it is
*>                    written with the ledgers under ACAS_LEDGERS.
*>
*>*************************************************************************
*>
*>
*> copy "selsl.cob".
 copy "slselois.cob".
 copy "selci.cob".
 copy "selcgrp.cob".
 copy "selprint.cob".
 copy "selcsv.cob".
*>
 data                    division.
*>===============================
*>
*> copy "fdsl.cob".
 copy "slfdois.cob".
 copy "fdci.cob".
 copy "fdcgrp.cob".
 copy "fdprint.cob".
 copy "fdcsv.cob".
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL120 (3.02.18)".
 77  Exception-Msg       pic x(25) value spaces.
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "slwsoi3.cob".
 copy "wssl.cob".
 copy "wsterms.cob".    *> 02/09/26 xl141 due date engine.
 copy "wscsv.cob".
*>
*> REMARK OUT ANY IN USE
*>
     03  inv-amount      pic s9(7)v99     value zero.
     03  amount-out      pic s9(7)v99     value zero.
     03  entered-date    binary-long      value zero.
     03  WS-CI-Status    pic 99           value zero.
     03  CI-Present      pic x            value "N".
     03  unins-amount    pic s9(8)v99 comp-3 value zero.
     03  group-reply     pic x            value "N".
     03  WS-CG-Status    pic 99           value zero.
     03  WS-CG-Parent    pic x(7)         value spaces.
     03  csv-line        pic x(14)        value spaces.
     03  ws-dropped-cnt  pic zzzz9.
     03  ws-dropped-bal  pic zzzz,zz9.99cr.
*>
*>  Group roll-up, by head office (sl944).
*>
 01  GA-Count                pic s9(4)  comp  value zero.
 01  GA-Dropped              pic s9(5)  comp  value zero.
 01  GA-Dropped-Bal          pic s9(8)v99 comp-3  value zero.
 01  GA-Table.
     03  GA-Item             occurs 500 indexed by GA-Ndx.
         05  GA-Parent           pic x(7)             value low-values.
         05  GA-Bal-0            pic s9(8)v99 comp-3  value zero.
         05  GA-Bal-30           pic s9(8)v99 comp-3  value zero.
         05  GA-Bal-60           pic s9(8)v99 comp-3  value zero.
         05  GA-Bal-90           pic s9(8)v99 comp-3  value zero.
         05  GA-Bal-T            pic s9(8)v99 comp-3  value zero.
*>
 01  ws-amount-screen-display.
     03  ws-poundsd      pic 9(6).
     03  SL151          pic x(35) value "SL151 Sales Transactions Not Posted".
     03  Sl152          pic x(33) value "SL152 Payments Proofed Not Posted".
     03  SL153          pic x(37) value "SL153 No Open invoice records present".
     03  SL401          pic x(53) value "SL401 Group table full (500) - accounts not rolled up".
*>
 01  analysis                                   comp-3.
     03  inv-0              pic s9(6)     value zero.
     03  tot-amt-unapp-pay  pic s9(7)v99  value zero.
     03  tot-unappl-credits pic s9(7)v99  value zero.
     03  tot-sales-bal      pic s9(7)v99  value zero.
     03  tot-no-unins       pic s9(5)     value zero.
     03  tot-amt-unins      pic s9(8)v99  value zero.
     03  tot-no-ret         pic s9(5)     value zero.
     03  tot-amt-ret        pic s9(8)v99  value zero.
*>
 01  balances                                    comp-3.
     03  bal-0           pic s9(7)v99 value zero.
     03  bal-90          pic s9(7)v99 value zero.
     03  bal-t           pic s9(7)v99 value zero.
     03  bal-pay         pic s9(7)v99 value zero.
     03  bal-ret         pic s9(7)v99 value zero.

 01  line-1.
     03  l1-version      pic x(56)       value spaces.
     03  l6-bal-60       pic zzzz,zz9.99.
     03  l6-bal-90       pic zzzz,zz9.99.
     03  l6-payments     pic zzzz,zz9.99.
*>
 01  line-12.
     03  filler          pic x(29)       value spaces.
     03  filler          pic x(15)       value "Insured Limit:".
     03  l12-limit       pic zzzz,zz9.99.
     03  filler          pic x(11)       value "  Expires:".
     03  l12-expiry      pic x(12).
     03  l12-lunins      pic x(11)       value "Uninsured:".
     03  l12-unins       pic zzzz,zz9.99  blank when zero.
     03  filler          pic x(2)        value spaces.
     03  l12-flag        pic x(14).
*>
 01  line-13.
     03  filler          pic x(29)       value spaces.
     03  filler          pic x(26)       value "Retention Held (not aged):".
     03  l13-ret         pic zzzz,zz9.99cr.
*>
 01  line-7.
     03  filler          pic x(29)       value spaces.
     perform  zz070-Convert-Date.
     display  ws-date at 0271 with foreground-color 2.
*>
     open     input Cred-Ins-File.
     if       WS-CI-Status = zero
              move "Y" to CI-Present.
     perform  Trail-Balance.
     if       Csv-Output
              perform Csv-Grand-Total
              perform Csv-Close.
     perform  Report-Analysis.
     if       group-reply = "Y"
              perform Group-Ageing
              close Cust-Group-File.
     if       CI-Present = "Y"
              close Cred-Ins-File.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     perform  Drill-Through.
     display  "*Date    [  /  /    ]                  *" at 0541 with foreground-color 2.
     display  "*A/C Nos [       ]                   ***" at 0641 with foreground-color 2.
     display  "*Value  [         ]*                   *" at 0741 with foreground-color 2.
     display  "*Groups [ ]        *                   *" at 0841 with foreground-color 2.
     display  "*CSV    [ ]        *                   *" at 0941 with foreground-color 2.
     display  "****************************************" at 1041 with foreground-color 2.
*>
 main-display-end.
*>
     display  " (1)  -  <Date>  :  Appears on listing" at 1501  with foreground-color 2.
     display  " (2)  -  <A/C>   :  A/c's to match for printing"	at 1601 with foreground-color 2.
     display  " (3)  -  <Value> :  Minimum o/s to print" at 1701 with foreground-color 2.
     display  " (4)  -  <Groups>:  Y = also age by customer group" at 1801 with foreground-color 2.
     display  " (5)  -  <CSV>   :  Y = also write aged-debtors.csv" at 1901 with foreground-color 2.
*>
 date-input.
     move     zero to cob-crt-status.
     move     0750 to curs.
     perform  accept-money.
     move     amt-ok to pay-value.
*>
 group-input.
     move     "N" to group-reply.
     accept   group-reply at 0850 with foreground-color 3 update UPPER.
     if       group-reply = "Y"
              open input Cust-Group-File
              if   WS-CG-Status not = zero
                   move "N" to group-reply
              end-if
     end-if.
*>
 csv-input.
     move     "N" to Csv-Wanted.
     accept   Csv-Wanted at 0950 with foreground-color 3 update UPPER.
     if       Csv-Output
              move File-161 to Csv-File-Name
              perform Csv-Open
              perform Csv-Headings.
*>
     open     output print-file.
     move     zero  to  page-nos.
     if       oi-type = 2
              subtract   oi-paid  from  inv-amount giving  amount-out.
*>
*> Contract retention held back (sl956) - not due, so not aged.
*>
     if       oi-type = 2
          and oi-hold-flag = "R"
              move "[" to l5-less
              move "]" to l5-greater
              move amount-out to l5-bal-0
              add  amount-out to bal-ret tot-amt-ret
              if   amount-out not = zero
                   add 1 to tot-no-ret
              end-if
              go to bypass-ageing.
*>
*> Cr. notes only here.
*>
     if       oi-type = 3
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
              perform Insured-Exposure
              perform Retention-Held
              write print-record  from  ws-spaces after 1
              move spaces to l6-lbalance
              add 2 to line-cnt.
*>
*> Set-up for the next one then zeroise counter fields.
*>
     if       group-reply = "Y"
              perform Group-Accumulate.
*>
*> Now as promised some zeroising.
*>
     move     zero  to  bal-0   bal-30
                        bal-60  bal-90
                        bal-pay bal-t
                        bal-ret.
*>
*> Loop time.......get another punter.
*>
     compute  work-1 = (tot-acct-active * 100) / tot-acct-live.
     move     work-1 to l8-tot.
     write    print-record from line-8 after 1.
     if       CI-Present = "Y"
              move spaces to line-8
              move "Uninsured Exposure" to l8-head
              move tot-amt-unins to l8-0
              move tot-no-unins  to l10-tot
              write print-record from line-8 after 1.
     if       tot-no-ret not = zero
              move spaces to line-8
              move "Retentions Held" to l8-head
              move tot-amt-ret to l8-0
              move tot-no-ret  to l10-tot
              write print-record from line-8 after 1.
*>
     if       customer-in not = spaces
              go to main-exit.
*>
 main-exit.
     exit     section.
*>
 Group-Accumulate   section.
*>*************************
*>
*> Add this customer's ageing into its head office's line.
*>
     move     WS-Sales-Key to CG-Customer.
     read     Cust-Group-File
              invalid key
              go to main-exit
     end-read
     move     CG-Parent to WS-CG-Parent.
     set      GA-Ndx to 1.
     search   GA-Item
              at end
                   add 1 to GA-Dropped
                   add bal-0 bal-30 bal-60 bal-90 to GA-Dropped-Bal
                   go to main-exit
              when GA-Parent (GA-Ndx) = WS-CG-Parent
                   continue
              when GA-Parent (GA-Ndx) = low-values
                   move WS-CG-Parent to GA-Parent (GA-Ndx)
                   add  1 to GA-Count
     end-search
     add      bal-0   to GA-Bal-0   (GA-Ndx).
     add      bal-30  to GA-Bal-30  (GA-Ndx).
     add      bal-60  to GA-Bal-60  (GA-Ndx).
     add      bal-90  to GA-Bal-90  (GA-Ndx).
     add      bal-0 bal-30 bal-60 bal-90 to GA-Bal-T (GA-Ndx).
*>
 main-exit.
     exit     section.
*>
 Group-Ageing       section.
*>*************************
*>
*> One line per group under the head office account and name, with
*>  the group credit limit and an over limit flag.
*>
     move     "Group Ageing        " to l3-list.
     move     spaces to line-4.
     move     99 to line-cnt.
     perform  headings-1.
     write    print-record from line-7 after 1.
     write    print-record from ws-spaces after 1.
     if       GA-Count = zero
              go to main-exit.
     perform  Sales-Open-Input.
     perform  Group-Line varying GA-Ndx from 1 by 1
                                 until GA-Ndx > GA-Count.
     perform  Sales-Close.
     if       GA-Dropped not = zero
              move GA-Dropped to ws-dropped-cnt
              move GA-Dropped-Bal to ws-dropped-bal
              perform headings-1
              move spaces to print-record
              string SL401 " : " ws-dropped-cnt " accounts, balance "
                     ws-dropped-bal delimited by size into print-record
              write print-record after 2
              add 2 to line-cnt
              display SL401 at 2301 with foreground-color 4 highlight.
*>
 main-exit.
     exit     section.
*>
 Group-Line         section.
*>*************************
*>
     move     GA-Parent (GA-Ndx) to WS-Sales-Key CG-Customer.
     move     1 to File-Key-No.
     perform  Sales-Read-Indexed.
     if       fs-reply not = zero
              move spaces to Sales-Name.
     move     spaces to line-8.
     string   GA-Parent (GA-Ndx) " " Sales-Name delimited by size
                                     into l8-head.
     move     GA-Bal-T  (GA-Ndx) to l8-tot.
     move     GA-Bal-0  (GA-Ndx) to l8-0.
     move     GA-Bal-30 (GA-Ndx) to l8-30.
     move     GA-Bal-60 (GA-Ndx) to l8-60.
     move     GA-Bal-90 (GA-Ndx) to l8-90.
     perform  headings-1.
     write    print-record from line-8 after 1.
     add      1 to line-cnt.
     read     Cust-Group-File
              invalid key
              go to main-exit
     end-read
     if       CG-Group-Limit = zero
              go to main-exit.
     move     spaces to line-10.
     if       GA-Bal-T (GA-Ndx) > CG-Group-Limit
              move "   Group limit - OVER" to l10-head
     else
              move "   Group limit" to l10-head.
     move     CG-Group-Limit to l10-tot.
     write    print-record from line-10 after 1.
     add      1 to line-cnt.
*>
 main-exit.
     exit     section.
*>
 Insured-Exposure   section.
*>*************************
*>
*> Credit insured customers (sl942) - limit, expiry and the excess
*>  of the balance over the limit, or all of it when expired.
*>
     if       CI-Present not = "Y"
           or sales-current not > zero
              go to main-exit.
     move     WS-Sales-Key to CI-Customer.
     read     Cred-Ins-File
              invalid key
              go to main-exit
     end-read
     move     zero   to unins-amount.
     move     spaces to l12-flag.
     move     CI-Limit to l12-limit.
     if       CI-Expiry = zero
              move "None" to l12-expiry
     else
              move CI-Expiry to u-bin
              perform zz060-Convert-Date
              move ws-date to l12-expiry.
     if       CI-Expiry not = zero
          and CI-Expiry < entered-date
              move sales-current to unins-amount
              move "** EXPIRED **" to l12-flag
     else
      if      sales-current > CI-Limit
              subtract CI-Limit from sales-current giving unins-amount.
     move     unins-amount to l12-unins.
     if       unins-amount not = zero
              add unins-amount to tot-amt-unins
              add 1 to tot-no-unins.
     write    print-record from line-12 after 1.
     add      1 to line-cnt.
*>
 main-exit.
     exit     section.
*>
 Retention-Held     section.
*>*************************
*>
*> Contract retention (sl956) in the balance but held back from ageing.
*>
     if       bal-ret = zero
              go to main-exit.
     move     bal-ret to l13-ret.
     write    print-record from line-13 after 1.
     add      1 to line-cnt.
*>
 main-exit.
     exit     section.
*>
 read-sales   section.
*>*******************
     move     sales-unapplied to l5-payments.
     move     "Unapplied Cash" to l5-title.
     add      sales-unapplied to bal-pay.
     if       Csv-Output
              move "Unapplied Cash" to csv-line
              perform Csv-Row.
     write    print-record from line-5 after 2.
     move     spaces to line-5.
     add      2 to line-cnt.
*>
 main-exit.   exit section.
*>************************
*>
 Csv-Headings            section.
*>==============================
*>
     string   '"Line","Account","Name","Telephone","Type","Invoice","Date","Hold","Late Only","Settled",'
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
     move     WS-Sales-Key   to Csv-Text.
     perform  Csv-Add-Text.
     move     sales-name     to Csv-Text.
     perform  Csv-Add-Text.
     move     sales-phone    to Csv-Text.
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
     move     l5-late-only   to Csv-Text.
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
              move sales-unapplied to Csv-Amount
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
     move     sales-current  to Csv-Amount.
     perform  Csv-Add-Amount.
     move     sales-limit    to Csv-Amount.
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
