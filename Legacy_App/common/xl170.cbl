*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04, xl141, xl164.
*>                        acas004 / acas012 / acas019 / acas022 /
*>                        acas029 / acas030 FHs.
*>**
*> 21/08/26 vbc - .00 Written for the cash flow forecast.
*> 02/09/26 vbc - .01 Accounts with a payment terms code (xl140) now
*>                    forecast on the xl141 due date both sides.
*> 15/10/26 vbc - .02 Due dates moved to a working day by the business
*>                    calendar (xl164, cash flow rule) before being
*>                    bucketed, so week-end dates fall in the right week.
*>
 environment             division.
*>===============================
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "XL170 (3.02.02)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
     03  filler             pic x(94).
 copy "plwsoi.cob" replacing ==OI-Header== by ==POI-Header==.
 copy "wsterms.cob".    *> 02/09/26 xl141 due date engine.
 copy "wscal.cob".      *> 15/10/26 xl164 business calendar.
*>
 01  WS-Invoice-Record      pic x(137).    *> acas004 read area - the
*>                                             header is moved to the
     perform  fa000-Print.
     set      Terms-Fn-Close to true.                 *> 02/09/26
     call     "xl141" using Terms-Call-Block file-defs.
     set      Cal-Fn-Close to true.                   *> 15/10/26
     call     "xl164" using Cal-Call-Block file-defs.
*>
     display  "Forecast printed and CASHFLOW.CSV written." at 1201 with foreground-color 2.
     display  "Hit return for menu" at 1401 with foreground-color 2.
*>==============================
*>
*>  Week bucket from the due date: overdue = week 1, beyond the
*>   horizon = Later (14).  The due date is first moved to a working
*>   day - nothing is paid or received on a bank holiday.  15/10/26.
*>
     set      Cal-Fn-Roll to true.
     move     "CF"   to Cal-Purpose.
     move     spaces to Cal-Bank-Country.
     move     WS-Due-Date to Cal-In-Date.
     call     "xl164" using Cal-Call-Block file-defs.
     move     Cal-Out-Date to WS-Due-Date.
     if       WS-Due-Date not > WS-Today-Bin
              move 1 to WS-Bkt
              go to zz200-exit.
