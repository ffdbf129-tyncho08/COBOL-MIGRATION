*>*******************************************
*>                                          *
*>   Call block for st028, the lost demand  *
*>   lookup by stock item                   *
*>*******************************************
*> New 15/10/26.
*> Caller sets LDC-Stock-Key and calls "st028" using Lost-Demand-Call.
*> The first call loads the lost demand log (lostdmd.dat) for the last
*> 12 months, to date, into store; each call then returns for the item
*> the quantity turned away by calendar month (1 = January, matching
*> Stock-TD-Deds), the 12 month and last 3 month totals and the number
*> of times.  No log, or nothing for the item, returns zeros.
*> Call with LDC-Fn-Close on the way out.
*>
 01  Lost-Demand-Call.
     03  LDC-Function       pic 9             value 1.
         88  LDC-Fn-Lookup                    value 1.
         88  LDC-Fn-Close                     value 9.
     03  LDC-Stock-Key      pic x(13)         value spaces.
     03  LDC-Month-Qty      pic 9(7)   comp   occurs 12.
     03  LDC-Year-Qty       pic 9(7)   comp   value zero.
     03  LDC-Recent-Qty     pic 9(7)   comp   value zero.  *> last 3 months
     03  LDC-Times          pic 9(5)   comp   value zero.
