*>*******************************************
*>                                          *
*>   Call block for pl046, the supplier     *
*>   compliance document block check        *
*>*******************************************
*> New 15/10/26.
*> Caller sets the supplier and the date to test against (bin days,
*> normally today), then calls "pl046" using Comply-Check-Block
*> file-defs.
*> A supplier is blocked when any document held for them that is
*> flagged mandatory has an expiry date before CC-Date - pl020 then
*> refuses new orders and pl910 holds their payments until the
*> renewal is entered through pl045.  The first lapsed document
*> found is returned for display.
*> A supplier with no compliance file, or nothing held, is clear.
*> The file is opened on first call and held open - call with
*> CC-Fn-Close on the way out.
*>
 01  Comply-Check-Block.
     03  CC-Function        pic 9             value 1.
         88  CC-Fn-Check                      value 1.
         88  CC-Fn-Close                      value 9.
     03  CC-Supplier        pic x(7)          value spaces.
     03  CC-Date            binary-long       value zero.
     03  CC-Verdict         pic x             value "N".
         88  CC-Blocked                       value "Y".
         88  CC-Clear                         value "N".
     03  CC-Doc-Code        pic x(4)          value spaces.
     03  CC-Doc-Desc        pic x(30)         value spaces.
     03  CC-Expiry          binary-long       value zero.
