*>
*> FD for the spreadsheet (CSV) copy of a report - see selcsv.cob.
*>
 fd  Csv-File.
*>
 01  Csv-Record              pic x(1024).
