*>*******************************************
*>            Stock                         *
*>  File Definition For The Stock Write-Off *
*>  Reason Codes file                       *
*>*******************************************
*> rec size 48 bytes, new 15/10/26.
*> One record per reason a stock deduction can be made for -
*> damage, theft, free samples, own use, expiry scrap and so on.
*> Maintained by st075.  st020 will not take a manual deduction
*> without one of these codes; the code goes to Audit-Reason-Code
*> and the value written off is posted DR this reason's GL/IRS
*> nominal, CR the stock control a/c (Stk-GL-Ac).
*>
 fd  Reason-File.
*>
 01  Reason-Record.
     03  WR-Code            pic xx.
     03  WR-Desc            pic x(24).
     03  WR-Nominal         pic 9(6).          *> GL/IRS expense a/c
     03  filler             pic x(16).
*>
