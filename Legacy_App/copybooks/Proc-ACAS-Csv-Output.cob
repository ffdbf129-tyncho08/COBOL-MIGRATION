*>
*>*******************************************
*>  Spreadsheet (CSV) copy of a report -    *
*>   see wscsv.cob for the calling fields.  *
*>*******************************************
*>
*> 15/10/26 vbc - 1.00 - Written so the ledger and stock reports can
*>                       write a CSV alongside the print file: one row
*>                       per printed line, headings in row one, plain
*>                       numbers and ISO dates.
*>
 Csv-Open                section.
*>==============================
*>
     if       not Csv-Output
              go to Csv-Open-Exit.
     open     output Csv-File.
     if       Csv-Status not = zero
              move "N" to Csv-Wanted
              go to Csv-Open-Exit.
     move     spaces to Csv-Record.
     move     1 to Csv-Ptr.
*>
 Csv-Open-Exit.
     exit     section.
*>
 Csv-Add-Text            section.
*>==============================
*>
*>  Csv-Text without its leading and trailing spaces, in quotes.
*>
     if       not Csv-Output
              go to Csv-Add-Text-Exit.
     if       Csv-Ptr > 1
              string "," delimited by size
                     into Csv-Record with pointer Csv-Ptr.
     inspect  Csv-Text replacing all '"' by "'".
     move     zero to Csv-Lead.
     inspect  Csv-Text tallying Csv-Lead for leading spaces.
     move     64 to Csv-Len.
*>
 Csv-Add-Text-Trim.
     if       Csv-Len > Csv-Lead
        and   Csv-Text (Csv-Len:1) = space
              subtract 1 from Csv-Len
              go to Csv-Add-Text-Trim.
     if       Csv-Len > Csv-Lead
              subtract Csv-Lead from Csv-Len
              string '"' Csv-Text (Csv-Lead + 1:Csv-Len) '"'
                     delimited by size
                     into Csv-Record with pointer Csv-Ptr
     else
              string '""' delimited by size
                     into Csv-Record with pointer Csv-Ptr.
     move     spaces to Csv-Text.
*>
 Csv-Add-Text-Exit.
     exit     section.
*>
 Csv-Add-Amount          section.
*>==============================
*>
*>  Csv-Amount to Csv-Places decimals, sign leading, no commas.
*>
     if       not Csv-Output
              go to Csv-Add-Amount-Exit.
     if       Csv-Ptr > 1
              string "," delimited by size
                     into Csv-Record with pointer Csv-Ptr.
     if       Csv-Places = zero
              move Csv-Amount to Csv-Ed-0
              move Csv-Ed-0   to Csv-Edited
     else
      if      Csv-Places = 4
              move Csv-Amount to Csv-Ed-4
              move Csv-Ed-4   to Csv-Edited
      else
              move Csv-Amount to Csv-Ed-2
              move Csv-Ed-2   to Csv-Edited.
     move     zero to Csv-Lead.
     inspect  Csv-Edited tallying Csv-Lead for leading spaces.
     compute  Csv-Len = 18 - Csv-Lead.
     string   Csv-Edited (Csv-Lead + 1:Csv-Len) delimited by size
              into Csv-Record with pointer Csv-Ptr.
     move     zero to Csv-Amount.
*>
 Csv-Add-Amount-Exit.
     exit     section.
*>
 Csv-Add-Date            section.
*>==============================
*>
*>  Csv-Date dd/mm/ccyy out as ccyy-mm-dd, an empty field if none.
*>
     if       not Csv-Output
              go to Csv-Add-Date-Exit.
     if       Csv-Ptr > 1
              string "," delimited by size
                     into Csv-Record with pointer Csv-Ptr.
     if       Csv-Date not = spaces
        and   Csv-Date (7:4) numeric
              string Csv-Date (7:4) "-" Csv-Date (4:2) "-" Csv-Date (1:2)
                     delimited by size
                     into Csv-Record with pointer Csv-Ptr.
     move     spaces to Csv-Date.
*>
 Csv-Add-Date-Exit.
     exit     section.
*>
 Csv-Write-Row           section.
*>==============================
*>
*>  Also used for the headings row, moved to Csv-Record complete.
*>
     if       not Csv-Output
              go to Csv-Write-Row-Exit.
     write    Csv-Record.
     move     spaces to Csv-Record.
     move     1 to Csv-Ptr.
*>
 Csv-Write-Row-Exit.
     exit     section.
*>
 Csv-Close               section.
*>==============================
*>
     if       not Csv-Output
              go to Csv-Close-Exit.
     close    Csv-File.
*>
 Csv-Close-Exit.
     exit     section.
