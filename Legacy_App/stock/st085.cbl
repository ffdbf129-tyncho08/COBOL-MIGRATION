*>                        records are only rewritten on a confirmed
*>                        second pass.  pl026's suggested orders then
*>                        build on live numbers.
*>                        Sales turned away for want of stock (the
*>                        lost demand trail via st028) are added back
*>                        into the month they were lost in, so items
*>                        that keep running out are not forecast low.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     acas011  ->  (Stock)
*>                         stockMT.
*>                        st028    ->  Lost demand lookup.
*>**
*>    Error messages used.
*>                        ST003
*>****
*>  Changes.
*> 21/08/26 vbc - .00 Written for demand forecasting.
*> 15/10/26 vbc - .01 Lost demand (st028) added to the monthly demand
*>                    and shown as its own column.
*>
 environment             division.
*>===============================
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "ST085 (3.02.01)".
 copy "print-spool-command.cob".
 copy "wsfnctn.cob".
 copy "wsstock.cob".
 copy "wslostdm.cob".
*>
*> REMARK OUT ANY IN USE
*>
     03  line-cnt        pic 99           value 99.
     03  I               pic 99           value zero.
     03  WS-Tot-Deds     pic s9(9)        value zero.
     03  WS-Month-Dmd    pic s9(9)        value zero.
     03  WS-Months-Act   pic 99           value zero.
     03  WS-Avg-Demand   pic s9(7)v99     value zero.
     03  WS-Peak-Demand  pic s9(8)        value zero.
*>
 01  line-2.
     03  filler          pic x(132)      value "Stock Item     Description                      " &
         "  Avg Dmd  Peak  Mths   Cur ROP   Rec ROP   Cur ROQ   Rec ROQ   Action     Lost".
*>
 01  line-3.
     03  l3-item         pic x(15).
     03  l3-cur-roq      pic bbzzz,zz9.
     03  l3-rec-roq      pic bbzzz,zz9.
     03  l3-action       pic bbbx(8).
     03  l3-lost         pic b(8)zzz,zz9.
*>
 01  line-4.
     03  l4-head         pic x(30).
*>
 ba900-End.
     perform  Stock-Close.
     set      LDC-Fn-Close to true.
     call     "st028" using Lost-Demand-Call.
     move     "Forecast run covered" to l4-head.
     move     WS-Item-Cnt to l4-items.
     move     WS-Upd-Cnt  to l4-upd.
 bb000-Compute-Forecast  section.
*>==============================
*>
*>  Demand = the 12 monthly deduction buckets plus what was lost
*>   in each month.  Months with no movement do not drag the average
*>   down (seasonal lines) but fewer than 3 active months = not
*>   enough signal to trust.
*>
     move     zero to WS-Tot-Deds WS-Months-Act WS-Peak-Demand.
     set      LDC-Fn-Lookup to true.
     move     WS-Stock-Key to LDC-Stock-Key.
     call     "st028" using Lost-Demand-Call.
     perform  varying I from 1 by 1 until I > 12
              add Stock-TD-Deds (I) LDC-Month-Qty (I) giving WS-Month-Dmd
              if  WS-Month-Dmd not = zero
                  add WS-Month-Dmd to WS-Tot-Deds
                  add 1 to WS-Months-Act
                  if  WS-Month-Dmd > WS-Peak-Demand
                      move WS-Month-Dmd to WS-Peak-Demand
                  end-if
              end-if
     end-perform
     move     WS-Rec-ROP        to l3-rec-rop.
     move     Stock-Std-ReOrder to l3-cur-roq.
     move     WS-Rec-ROQ        to l3-rec-roq.
     move     LDC-Year-Qty      to l3-lost.
     if       WS-Review = "Y"
              move "REVIEW"  to l3-action
     else
