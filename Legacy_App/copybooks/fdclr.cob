*>*******************************************
*>            Common                        *
*>  File Definition For The Clearing        *
*>  (suspense) Account Open Item file       *
*>*******************************************
*> rec size 80 bytes, new 15/10/26.
*> Per GL or IRS nominal flagged as a clearing account (suspense,
*> wages control, cash in transit ...) the account record, batch,
*> post and side all zero / space, then one open item per posting
*> to it harvested from the GL and IRS posting files.  The key is
*> the posting's own so a re-harvest never loads one twice.  Items
*> are matched off in groups netting to zero, automatically on
*> reference or amount, or by hand, and what is left is aged.
*> xl159 maintains and reports.
*>
 fd  Clearing-File.
*>
 01  Clearing-Record.
     03  CL-Key.
         05  CL-Src         pic x.
             88  CL-GL                    value "G".
             88  CL-IRS                   value "I".
         05  CL-Account     pic 9(6).
         05  CL-Batch       pic 9(5).           *> zero = account rec
         05  CL-Post        pic 9(5).
         05  CL-Side        pic x.              *> D or C
     03  CL-Item-Data.
         05  CL-Date        binary-long.        *> posting date
         05  CL-Ref         pic x(32).          *> posting legend
         05  CL-Amount      pic s9(9)v99  comp-3.  *> DR +, CR -
         05  CL-Status      pic x.
             88  CL-Open                  value "O".
             88  CL-Matched               value "M".
         05  CL-Match       pic 9(6).           *> match group
         05  CL-Match-Date  binary-long.
         05  CL-Match-How   pic x.              *> R ref, A amount, M manual
         05  filler         pic x(8).
     03  CL-Account-Data  redefines CL-Item-Data.
         05  CLA-Name       pic x(24).
         05  CLA-Next-Match pic 9(6).
         05  CLA-Harvested  binary-long.        *> last harvest run
         05  CLA-Open-Cnt   pic 9(5).
         05  CLA-Open-Bal   pic s9(9)v99  comp-3.
         05  filler         pic x(17).
*>
