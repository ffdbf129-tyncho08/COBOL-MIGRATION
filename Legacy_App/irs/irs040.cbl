*> 22/08/26 vbc - .19 Prior year comparative columns (last year and
*>                    movement) from irsprior.dat when last year end
*>                    wrote balances; suppressed in year one.
*> 15/10/26 vbc - .20 Printed TB can also be written as irs-trial-balance.csv
*>                    for spreadsheet use, one row per line + total.
*> 15/10/26 vbc - .21 CSV copy named from wsnames (file-166) so it is
*>                    written with the ledgers under ACAS_LEDGERS.
*>
*>*************************************************************************
*>
                             organization indexed
                             status PY-FS
                             record key PY-Key.
*>
 copy "selcsv.cob".      *> 15/10/26
*>
 data division.
 file section.
*>
 fd  Prior-Year-File.
 copy "wsirspy.cob".
*>
 copy "fdcsv.cob".       *> 15/10/26
*>
 working-storage section.
*>
 77  prog-name           pic x(16)  value "irs040 (3.02.21)".
 copy "irsprint-spool-command-p.cob".
 01  filler.
     03  ws-env-lines    pic 999       value zero.
*>
 copy "irswsnl.cob"   replacing NL-Record by WS-IRSNL-Record.
 copy "wsfnctn.cob".
 copy "wscsv.cob".       *> 15/10/26
 77  PY-FS               pic xx     value zeros.
 77  PY-Present          pic 9      value zero.
 77  PY-Net              pic s9(8)v99 comp value zero.
     move     function upper-case (output-reply2) to output-reply.
     if       output-reply not = "D" and not = "P"
              go to  output-select.
     move     "N" to Csv-Wanted.
     if       output-reply = "P"
              display "Also as CSV file <Y> or <N>.......[ ]" at 1101 with foreground-color 2
              display "irs-trial-balance.csv"  at 1141 with foreground-color 2
              move spaces to output-reply2
              accept output-reply2 at 1136 with auto
              move function upper-case (output-reply2) to Csv-Wanted.
     move     suser      to p-user.
     move     client     to p-client.
     move     start-date to p-start.
     end-if
     if       PY-Present = 1
              move "   --Last Yr--  --Movement--" to l4-c.
     if       Csv-Output
              move File-166 to Csv-File-Name
              perform Csv-Open
              string '"Account","Name","Type","Debit","Credit"'
                        delimited by size into Csv-Record with pointer Csv-Ptr
              if   PY-Present = 1
                   string ',"Last Year","Movement"'
                        delimited by size into Csv-Record with pointer Csv-Ptr
              end-if
              perform Csv-Write-Row
     end-if
     move     zero  to  flag  counter  rstats.
     perform  headings.
 *>    move     1  to  file-function access-type.
*>
 main-print-1.
     write    print-record from line-5 after 1.
     if       Csv-Output
              perform Csv-Detail.
     add      1 to line-cnt.
     if       line-cnt > 75
              perform  headings.
     end-if
     write    print-record from line-7 after 1.
     write    print-record from line-6 after 1.
     if       Csv-Output
              move "Total" to Csv-Text
              perform Csv-Add-Text
              string ",," delimited by size into Csv-Record with pointer Csv-Ptr
              move total-dr to Csv-Amount
              perform Csv-Add-Amount
              move total-cr to Csv-Amount
              perform Csv-Add-Amount
              perform Csv-Write-Row
              perform Csv-Close
              move "N" to Csv-Wanted.
     if       PY-Present = 1
              close Prior-Year-File.
     close    print-file.
*>
 gpy-exit.    exit.
*>*******     ****
*>
 Csv-Detail section.
*>*****************
*>
*>  Spreadsheet row for the line just printed.  15/10/26.
*>
     move     p-account to Csv-Text.
     perform  Csv-Add-Text.
     move     p-name    to Csv-Text.
     perform  Csv-Add-Text.
     move     p-legend  to Csv-Text.
     perform  Csv-Add-Text.
     move     p-debit   to Csv-Amount.
     perform  Csv-Add-Amount.
     move     p-credit  to Csv-Amount.
     perform  Csv-Add-Amount.
     if       PY-Present = 1
              move p-lastyr to Csv-Amount
              perform Csv-Add-Amount
              move p-move   to Csv-Amount
              perform Csv-Add-Amount.
     perform  Csv-Write-Row.
*>
 cd-exit.     exit.
*>*******     ****
*>
 headings section.
     add      1  to  counter.
 main-exit.
     exit.
*>
 copy "Proc-ACAS-Csv-Output.cob".
 copy "Proc-ZZ100-ACAS-IRS-Calls.cob".
*>
