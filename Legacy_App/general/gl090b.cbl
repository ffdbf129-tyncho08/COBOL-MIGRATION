*> 13/01/18 vbc - .05 Updated for v3.02 & FH & DALs. Added test for ledgers.
*> 30/05/18 vbc - .06 Renamed all warning & error msgs also in Manual.
*> 16/04/24 vbc       Copyright notice update superseding all previous notices.
*> 15/10/26 vbc - .07 Option to also write the report as gl-detail-tb.csv
*>                    for spreadsheet use, one row per account + total.
*> 15/10/26 vbc - .08 CSV copy named from wsnames (file-165) so it is
*>                    written with the ledgers under ACAS_LEDGERS.
*>
*>*************************************************************************
*>
*>
*> copy "seledger.cob".
 copy "selprint.cob".
 copy "selcsv.cob".
 data                    division.
*>===============================
*>
*>
*> copy "fdledger.cob".
 copy "fdprint.cob".
 copy "fdcsv.cob".
 working-storage section.
*>----------------------
*>
 77  prog-name           pic x(16) value "gl090b (3.02.08)".
 copy "print-spool-command.cob".
*>
 copy "wsfnctn.cob".
 copy "wsledger.cob".
 copy "wscsv.cob".
*>
*> REMARK OUT ANY IN USE
*>
     move     1  to File-Key-No.
*>
     display  "Detailed Trial Balance" at 0129 with foreground-color 2.
*>
     move     "N" to Csv-Wanted.
     display  "Also write gl-detail-tb.csv (Y/N) ? [ ]" at 0501 with foreground-color 2.
     accept   Csv-Wanted at 0538 with foreground-color 3 update UPPER.
     if       Csv-Output
              move File-165 to Csv-File-Name
              perform Csv-Open
     end-if
*>
     open     output  print-file.
*>
     move     zero      to page-nos.
     move     usera     to l3-user.
     perform  page-heading.
     if       Csv-Output
              string '"Account","P/C","Name","Current Dr","Current Cr",'
                     '"Last Year Dr","Last Year Cr","Quarter ' l4-q1
                     '","Quarter ' l4-q2 '"'
                        delimited by size into Csv-Record with pointer Csv-Ptr
              perform Csv-Write-Row
     end-if.
*>
 p-loop.
*>*****
     move     ledger-q (k)       to  l6-q2.
*>
     write    print-record  from  line-6 after 1.
     perform  csv-row.
     add      1 to line-cnt.
     if       line-cnt > Page-Lines
              perform  page-heading.
     move     spaces  to  print-record.
     write    print-record after 1.
     move     6 to line-cnt.
*>
 csv-row.
*>******
*>
     move     l6-account to Csv-Text.
     perform  Csv-Add-Text.
     move     l6-pc      to Csv-Text.
     perform  Csv-Add-Text.
     move     l6-name    to Csv-Text.
     perform  Csv-Add-Text.
     move     l6-c-dr    to Csv-Amount.
     perform  Csv-Add-Amount.
     move     l6-c-cr    to Csv-Amount.
     perform  Csv-Add-Amount.
     move     l6-p-dr    to Csv-Amount.
     perform  Csv-Add-Amount.
     move     l6-p-cr    to Csv-Amount.
     perform  Csv-Add-Amount.
     move     l6-q1      to Csv-Amount.
     perform  Csv-Add-Amount.
     move     l6-q2      to Csv-Amount.
     perform  Csv-Add-Amount.
     perform  Csv-Write-Row.
*>
 end-report.
*>*********
     write    print-record  from  line-6 after 1.
     write    print-record  from  line-7 after 1.
*>
     move     "Total" to l6-name.
     perform  csv-row.
     perform  Csv-Close.
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>
 zz070-Exit.
     exit     section.
*>
 copy "Proc-ACAS-Csv-Output.cob".
 copy "Proc-ACAS-FH-Calls.cob".
*>
