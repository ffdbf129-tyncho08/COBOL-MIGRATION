*>*******************************************
*>            Sales                         *
*>  File Definition For The Trade Credit    *
*>  Insurance file                          *
*>*******************************************
*> rec size 64 bytes, new 15/10/26.
*> One record per insured customer: the limit the insurer has granted
*> on that buyer (separate from our own Sales-Limit), when it expires
*> and the insurer's reference for the buyer.  The record keyed by
*> CI-Customer = spaces holds the policy itself - the policy number,
*> the insurer's overdue notification window (days past due by which
*> an unpaid debt MUST be notified or cover is void), how many days
*> ahead of that deadline to start warning and the premium rate on
*> declared turnover.  sl942 maintains and reports, sl120 prints the
*> exposure above the insured limit as uninsured.
*>
 fd  Cred-Ins-File.
*>
 01  Cred-Ins-Record.
     03  CI-Customer        pic x(7).           *> spaces = policy
     03  CI-Buyer-Data.
         05  CI-Limit       pic 9(7)v99  comp-3.
         05  CI-Expiry      binary-long.        *> 0 = no expiry
         05  CI-Buyer-Ref   pic x(15).          *> insurer's buyer id
         05  CI-Granted     binary-long.        *> date limit granted
         05  CI-Notified    binary-long.        *> last overdue notice
         05  filler         pic x(25).
     03  CI-Policy-Data redefines CI-Buyer-Data.
         05  CIP-Policy-No  pic x(15).
         05  CIP-Notify-Days pic 999.           *> days past due
         05  CIP-Warn-Days  pic 999.            *> warn this far ahead
         05  CIP-Premium-Rate pic 9v9999 comp.  *> % of turnover
         05  filler         pic x(32).
