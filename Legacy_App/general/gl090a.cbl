*> 13/01/18 vbc - .05 Updated for v3.02 & FH & DALs.Added test for ledgers.
*> 30/05/18 vbc - .06 Renamed all warning & error msgs also in Manual.
*> 16/04/24 vbc       Copyright notice update superseding all previous notices.
*> 15/10/26 vbc - .07 Option to also write the report as gl-structured-tb.csv
*>                    for spreadsheet use, one row per line printed.
*> 15/10/26 vbc - .08 CSV copy named from wsnames (file-164) so it is
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
 77  prog-name           pic x(16)    value "gl090a (3.02.08)".
 copy "print-spool-command.cob".
*>
 copy "wsfnctn.cob".
 copy "wsledger.cob".
 copy "wscsv.cob".
*>
*> REMARK OUT ANY IN USE
*>
     03  redef-ac.
         05  pr-ac       pic 9999.99.
     03  xx              pic 9.
     03  csv-sub         pic 99             value zero.
*>
 01  ws-Test-Date            pic x(10).
 01  ws-date-formats.
     perform  zz070-convert-date.
     display  ws-date at 0171 with foreground-color 2.
     move     1  to File-Key-No.
*>
     move     "N" to Csv-Wanted.
     display  "Also write gl-structured-tb.csv (Y/N) ? [ ]" at 0501 with foreground-color 2.
     accept   Csv-Wanted at 0542 with foreground-color 3 update UPPER.
     if       Csv-Output
              move File-164 to Csv-File-Name
              perform Csv-Open
              string '"Account","Detail Dr","Detail Cr","Level 4 Dr","Level 4 Cr",'
                     '"Level 3 Dr","Level 3 Cr","Level 2 Dr","Level 2 Cr",'
                     '"Level 1 Dr","Level 1 Cr"'
                        delimited by size into Csv-Record with pointer Csv-Ptr
              perform Csv-Write-Row
     end-if
*>
     open     output print-file.
     move     ws-date to l3-date.
     write    print-record  from  line-8 after 1.
     write    print-record  from  line-7 after 1.
*>
     if       Csv-Output
              move "Total" to Csv-Text
              perform Csv-Add-Text
              string ",,,,,,,," delimited by size into Csv-Record with pointer Csv-Ptr
              move tot-dr to Csv-Amount
              perform Csv-Add-Amount
              move tot-cr to Csv-Amount
              perform Csv-Add-Amount
              perform Csv-Write-Row
              perform Csv-Close
     end-if
     close    print-file.                       *> ledger-file.
     perform  GL-Nominal-Close.
     call     "SYSTEM" using Print-Report.
                            l6-amount (9)  l6-amount (10).
*>
     write    print-record  from  line-6 after 1.
     perform  csv-row thru csv-row-exit.
     add      1 to line-cnt.
     if       line-cnt > Page-Lines
              perform  headings.
*>
     if       store-ledger (4) not = zero
              write  print-record  from  line-6 after 1
              perform  csv-row thru csv-row-exit
              add 1 to line-cnt
              if  line-cnt > Page-Lines
                  perform  headings.
*>
     if       store-ledger (3) not = zero
              write  print-record  from  line-6 after 1
              perform  csv-row thru csv-row-exit
              add 1 to line-cnt
              if  line-cnt > Page-Lines
                  perform  headings.
*>
     if       store-ledger (2) not = zero
              write  print-record  from  line-6 after 1
              perform  csv-row thru csv-row-exit
              add 1 to line-cnt
              if  line-cnt > Page-Lines
                  perform  headings.
                       l6-amount (7)  l6-amount (8).
*>
     write    print-record  from  line-6 after 1.
     perform  csv-row thru csv-row-exit.
     add      1 to line-cnt.
     if       line-cnt > Page-Lines
              perform  headings.
              subtract l-dr (1) from tot-cr.
*>
     move     zero  to  store-ledger (1)  l-dr (1)  l-cr (1).
*>
 csv-row.
     if       not Csv-Output
              go to csv-row-exit.
     move     l6-account to Csv-Text.
     perform  Csv-Add-Text.
     move     1 to csv-sub.
*>
 csv-row-amount.
     move     l6-amount (csv-sub) to Csv-Amount.
     perform  Csv-Add-Amount.
     add      1 to csv-sub.
     if       csv-sub < 11
              go to csv-row-amount.
     perform  Csv-Write-Row.
*>
 csv-row-exit.
     exit.
*>
 zz070-Convert-Date        section.
*>********************************
 zz070-Exit.
     exit     section.
*>
 copy "Proc-ACAS-Csv-Output.cob".
 copy "Proc-ACAS-FH-Calls.cob".
*>
