*>*******************************************
*>                                          *
*>  File Definition For The IRS Bank        *
*>  Statement Import Lines                  *
*>*******************************************
*> rec size 96 bytes, new 15/10/26.
*> One record per statement line loaded by irs035, money in positive
*> and money out negative, carrying the account it is to be posted to
*> and where that came from (a rule keyword, or blank when the
*> bookkeeper allocated it).
*> The one record with BI-Seq zero holds the statement control - the
*> bank default, opening and closing balances keyed from the paper
*> statement and the total and count of the lines loaded.
*>
 fd  IRS-Bank-File.
*>
 01  IRS-Bank-Record.
     03  BI-Seq             pic 9(5).
     03  BI-Data.
         05  BI-Date        pic x(8).     *> dd/mm/yy
         05  BI-Narrative   pic x(32).
         05  BI-Amount      pic s9(7)v99  sign is leading.
         05  BI-Account     pic 9(5).
         05  BI-Code        pic xx.
         05  BI-Vat         pic 9.
         05  BI-Rule        pic x(20).
         05  BI-Status      pic x.
             88  BI-Unmatched             value "U".
             88  BI-Proposed              value "P".
             88  BI-Accepted              value "A".
             88  BI-Rejected              value "R".
             88  BI-Posted                value "D".
         05  BI-Post-Key    pic 9(5).
         05  filler         pic x(8).
     03  BI-Control-Data redefines BI-Data.
         05  BIC-Bank-Def   pic 99.
         05  BIC-Bank-Ac    pic 9(5).
         05  BIC-Opening    pic s9(9)v99  sign is leading.
         05  BIC-Closing    pic s9(9)v99  sign is leading.
         05  BIC-Total      pic s9(9)v99  sign is leading.
         05  BIC-Lines      pic 9(5).
         05  BIC-Load-Date  pic x(8).
         05  filler         pic x(38).
*>
