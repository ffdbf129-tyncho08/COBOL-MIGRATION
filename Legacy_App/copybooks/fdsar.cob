*>
*>*******************************************
*>            Common                        *
*>  File Definition For The Subject Access  *
*>  Request Log                             *
*>*******************************************
*> rec size 160 bytes, new 15/10/26.
*> One record per subject access pack xl169 has produced - who the
*> request was about, who asked and when, when it is due (a calendar
*> month from receipt), when it was fulfilled and by whom, with the
*> number of records and pages in the pack.
*> The one record with SAR-No zero holds the last number issued.
*>
 fd  SAR-Log-File.
*>
 01  SAR-Log-Record.
     03  SAR-No             pic 9(6).
     03  SAR-Data.
         05  SAR-Type       pic x.
             88  SAR-Customer             value "C".
             88  SAR-Supplier             value "S".
             88  SAR-Person               value "P".
         05  SAR-Subject    pic x(30).    *> code or name / e-mail
         05  SAR-Requester  pic x(30).    *> who asked, their reference
         05  SAR-Received   pic 9(8).     *> ccyymmdd
         05  SAR-Due        pic 9(8).     *> ccyymmdd
         05  SAR-Fulfilled  pic 9(8).     *> ccyymmdd
         05  SAR-Time       pic 9(6).     *> hhmmss
         05  SAR-User       pic x(32).
         05  SAR-Records    pic 9(6).
         05  SAR-Pages      pic 9(4).
         05  filler         pic x(21).
     03  SAR-Control-Data redefines SAR-Data.
         05  SARC-Last-No   pic 9(6).
         05  filler         pic x(148).
*>
