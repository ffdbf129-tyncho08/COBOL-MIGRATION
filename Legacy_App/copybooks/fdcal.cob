*>*******************************************
*>            Common                        *
*>  File Definition For The Business        *
*>  Calendar file                           *
*>*******************************************
*> rec size 64 bytes, new 15/10/26.
*> Three record shapes share the one file, keyed country + date:
*>   Cal-Country spaces, Cal-Date 0   - the control record: home
*>            (company) bank country and the roll rule per purpose;
*>   Cal-Country cc,     Cal-Date 0   - that country's name and its
*>            working week (Mon - Sun, Y = working);
*>   Cal-Country cc,     Cal-Date ccyymmdd - one non-working day,
*>            bank holiday or company closure.
*> Rules: F = next working day, P = previous working day,
*>        M = modified following (next unless that crosses into the
*>            next month, then previous), N = no adjustment.
*> xl163 maintains it; xl164 is the working day engine every caller
*> goes through (wscal.cob).
*>
 fd  Calendar-File.
*>
 01  Calendar-Record.
     03  Cal-Key.
         05  Cal-Country    pic xx.
         05  Cal-Date       pic 9(8).
     03  Cal-Data           pic x(54).
     03  Cal-Day  redefines Cal-Data.
         05  Cal-Desc       pic x(30).
         05  Cal-Day-Type   pic x.
             88  Cal-Bank-Holiday         value "B".
             88  Cal-Closure              value "C".
         05  filler         pic x(23).
     03  Cal-Country-Rec  redefines Cal-Data.
         05  Cal-Name       pic x(24).
         05  Cal-Week       pic x(7).     *> Mon thru Sun
         05  filler         pic x(23).
     03  Cal-Control  redefines Cal-Data.
         05  Cal-Home-Country  pic xx.
         05  Cal-Rules.
             07  Cal-Rule-Due     pic x.  *> DU xl141 due dates
             07  Cal-Rule-DD      pic x.  *> DD sl913 collections
             07  Cal-Rule-Pay     pic x.  *> PY pl940 value dates
             07  Cal-Rule-Cash    pic x.  *> CF xl170 forecast
             07  Cal-Rule-Period  pic x.  *> PE period end dates
             07  Cal-Rule-Stream  pic x.  *> JS xl200 job streams
         05  Cal-Rule  redefines Cal-Rules
                            pic x        occurs 6.
         05  filler         pic x(46).
*>
