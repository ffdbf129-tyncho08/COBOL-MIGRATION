*>
*> Select for the spreadsheet (CSV) copy of a printed report - see
*> also fdcsv.cob, wscsv.cob and Proc-ACAS-Csv-Output.cob.
*>
     select  Csv-File        assign               Csv-File-Name
                             organization         line sequential
                             status               Csv-Status.
