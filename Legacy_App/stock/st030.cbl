*>                    comparing it to Ledger-Balance for the Stock
*>                    Control nominal a/c (System Record Stk-GL-Ac) held
*>                    on the shared GL/IRS nominal ledger.
*> 15/10/26 vbc - .34 Valuation report (opt 1) can also write the report
*>                    as stock-valuation.csv for spreadsheet use, one row
*>                    per item printed plus the total value row.
*> 15/10/26 vbc - .35 CSV copy named from wsnames (file-163) so it is
*>                    written with the ledgers under ACAS_LEDGERS.
*> 14/02/25           READY FOR TESTING - option 7 and from/too set with
*>                      ignore cnt = 3 on test data. DONE.
*>                    TEST code left in at zz025 that skipps doing a page or
*> copy "selstock.cob".
 copy "selbc.cob".       *> 21/08/26 scan-to-enquire resolution.
 copy "selprint.cob".
 copy "selcsv.cob".      *> 15/10/26 csv copy of valuation report.
*>
     select  sort-file       assign        file-21,
                             status        ss-reply.
*>
 copy "fdbc.cob".        *> 21/08/26 scan-to-enquire resolution.
 copy "fdprint.cob".
 copy "fdcsv.cob".       *> 15/10/26
*>
 sd  sort-file.
*>
 working-storage section.
*>-----------------------
*>
 77  Prog-Name               pic x(15)   value "ST030 (3.02.35)".
 copy "print-spool-command.cob".
 77  Report-Name             pic x(28)   value spaces.
*>
*>
*>
 copy "wsstock.cob".     *> 3.02
 copy "wscsv.cob".       *> 15/10/26 csv copy of valuation report.
 copy "wsledger.cob".    *> New 08/08/26, for GL-Nominal-Read-Indexed - stock recon.
 copy "wsfnctn.cob".
 copy "wsmaps03.cob".
*>
 BA000-Process-Valuations section.
*>*******************************
*>
     move     "N" to Csv-Wanted.
     display  "Also write stock-valuation.csv (Y/N) ? [ ]" at line WS-22-Lines col 1
                                            with foreground-color 2 erase eol.
     accept   Csv-Wanted at line WS-22-Lines col 41 with foreground-color 3 update UPPER.
     display  space at line WS-22-Lines col 1 with erase eol.
     if       Csv-Output
              move File-163 to Csv-File-Name
              perform Csv-Open
              perform BA040-Csv-Headings
     end-if
*>
     if       WS-Abrev-To not = spaces
              perform varying a from 7 by -1 until a < 2 or WS-Abrev-To (a:1) not = space
              move Stock-Work-in-Progress to l15-Wip
     end-if
     write    Print-Record from Line-15 after 1.
     if       Csv-Output
              perform BA050-Csv-Row
     end-if
     add      Stock-Value to WS-Total-Value.
     add      1 to Line-Cnt.
     go       to BA010-Read-Rec.
     write    Print-Record from Line-16-Over after 2.
     write    Print-Record from Line-16-Total after 1.
     write    Print-Record from Line-16-Under after 1.
     if       not Csv-Output
              go to ba999-Exit.
     move     "Total Value" to Csv-Text.
     perform  Csv-Add-Text.
     string   ",,,,,," delimited by size into Csv-Record with pointer Csv-Ptr.
     move     WS-Total-Value to Csv-Amount.
     perform  Csv-Add-Amount.
     perform  Csv-Write-Row.
     go       to ba999-Exit.
*>
 BA040-Csv-Headings.
     string   '"Abrev","Stock Number","Description","Average Cost",'
              '"Replace Cost","Stock Qty","WIP Qty","Value",'
              '"Retail Price","Buy Unit"'
                        delimited by size into Csv-Record with pointer Csv-Ptr.
     perform  Csv-Write-Row.
*>
 BA050-Csv-Row.
     move     WS-Stock-Abrev-Key to Csv-Text.
     perform  Csv-Add-Text.
     move     WS-Stock-Key       to Csv-Text.
     perform  Csv-Add-Text.
     move     WS-Stock-Desc      to Csv-Text.
     perform  Csv-Add-Text.
     move     Stock-Cost         to Csv-Amount.
     move     4 to Csv-Places.
     perform  Csv-Add-Amount.
     move     2 to Csv-Places.
     move     Stock-Last-Actual-Cost to Csv-Amount.
     perform  Csv-Add-Amount.
     move     0 to Csv-Places.
     move     Stock-Held         to Csv-Amount.
     perform  Csv-Add-Amount.
     if       Stk-Manu-Used = 1
              move Stock-Work-in-Progress to Csv-Amount
     end-if
     perform  Csv-Add-Amount.
     move     2 to Csv-Places.
     move     Stock-Value        to Csv-Amount.
     perform  Csv-Add-Amount.
     move     Stock-Retail       to Csv-Amount.
     perform  Csv-Add-Amount.
     move     Stock-Buy-Unit     to Csv-Text.
     perform  Csv-Add-Text.
     perform  Csv-Write-Row.
*>
 ba999-Exit.
     if       Csv-Output
              perform Csv-Close
     end-if
     move     "N" to Csv-Wanted.
     exit     section.
*>
 CA000-Process-Activity section.
 ZZ075-Exit.
     exit     section.
*>
 copy "Proc-ACAS-Csv-Output.cob".
 copy "Proc-ACAS-FH-Calls.cob".
*>
