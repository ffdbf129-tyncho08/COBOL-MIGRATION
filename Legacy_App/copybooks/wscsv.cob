*>*******************************************
*>                                          *
*>  Working fields for the spreadsheet      *
*>   (CSV) copy of a printed report         *
*>                                          *
*>*******************************************
*> New 15/10/26.
*> Used with selcsv.cob, fdcsv.cob and the sections in
*> Proc-ACAS-Csv-Output.cob.  Move the report's wsnames entry
*> (file-161 on, path already set from ACAS_LEDGERS) to Csv-File-Name
*> and "Y" to Csv-Wanted, then perform Csv-Open.  Build a row a
*> field at a time - Csv-Text (quoted, trimmed), Csv-Amount to
*> Csv-Places decimals (0, 2 or 4) or Csv-Date (dd/mm/ccyy, goes
*> out as ccyy-mm-dd) - and perform Csv-Write-Row.  All of them do
*> nothing unless Csv-Output.
*>
 01  Csv-Work.
     03  Csv-File-Name       pic x(532)         value spaces.
     03  Csv-Status          pic 99             value zero.
     03  Csv-Wanted          pic x              value "N".
         88  Csv-Output                         value "Y".
     03  Csv-Ptr             pic 9(4)           value 1.
     03  Csv-Lead            pic 99             value zero.
     03  Csv-Len             pic 99             value zero.
     03  Csv-Places          pic 9              value 2.
     03  Csv-Text            pic x(64)          value spaces.
     03  Csv-Amount          pic s9(13)v9(4)    comp-3 value zero.
     03  Csv-Date            pic x(10)          value spaces.
     03  Csv-Edited          pic x(18)          value spaces.
     03  Csv-Ed-0            pic -(17)9.
     03  Csv-Ed-2            pic -(14)9.99.
     03  Csv-Ed-4            pic -(12)9.9(4).
