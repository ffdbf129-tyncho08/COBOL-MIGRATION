*>    Called Modules.
*>                        acas011 -> Stock file FH.
*>                         stockMT
*>                        st028   -> Lost demand lookup.
*>**
*>    Error messages used.
*>                        ST800 series, see Error-Messages.
*>**
*>    Changes.
*> 09/08/26 vbc - .00 New program.
*> 15/10/26 vbc - .01 Usage now includes the sales turned away (lost
*>                    demand trail via st028) so items that run out
*>                    are not banded down - shown as Lost Qty.
*>
*>*************************************************************************
*>
     03  srt-usage-qty       pic 9(8).
     03  srt-unit-cost       pic 9(7)v9999.
     03  srt-held            pic 9(6).
     03  srt-lost-qty        pic 9(7).
*>
 working-storage section.
*>-----------------------
*>
 77  prog-name           pic x(16)  value "st080 (3.02.01)".
 copy "print-spool-command.cob".
 copy "wsfnctn.cob".
 copy "wsstock.cob".
 copy "wslostdm.cob".
*>
*> REMARK OUT ANY IN USE
*>
     03  filler          pic x(15)       value "Usage Value".
     03  filler          pic x(9)        value "Cum %".
     03  filler          pic x(5)        value "Cls".
     03  filler          pic x(9)        value " Lost Qty".
*>
 01  line-5.
     03  filler          pic x(132)      value all "-".
     03  l6-pct          pic zz9.99.
     03  filler          pic x(3).
     03  l6-class        pic x.
     03  filler          pic x(3).
     03  l6-lost-qty     pic z(6)9.
*>
 01  line-8.
     03  filler          pic x(30)       value "Class A (top 80% of value) :".
*>
     close    print-file.
     perform  Stock-Close.
     set      LDC-Fn-Close to true.
     call     "st028" using Lost-Demand-Call.
     call     "SYSTEM" using Print-Report.
     display  "Stock ABC / Velocity Classification Report printed." at 1401 with foreground-color 2.
*>
     perform  varying a from 1 by 1 until a > 12
              add  Stock-TD-Deds (a)  to  ws-item-usage-qty
     end-perform.
     set      LDC-Fn-Lookup to true.
     move     WS-Stock-Key to LDC-Stock-Key.
     call     "st028" using Lost-Demand-Call.
     add      LDC-Year-Qty to ws-item-usage-qty.
*>
     compute  ws-item-usage-value = ws-item-usage-qty * Stock-Cost.
     add      ws-item-usage-value  to  ws-grand-total-value.
     move     ws-item-usage-qty    to  srt-usage-qty.
     move     Stock-Cost           to  srt-unit-cost.
     move     Stock-Held           to  srt-held.
     move     LDC-Year-Qty         to  srt-lost-qty.
     release  sort-record.
     go       to ba010-Read.
*>
     move     srt-usage-qty       to  l6-usage-qty.
     move     srt-usage-value     to  l6-usage-value.
     move     ws-running-pct      to  l6-pct.
     move     srt-lost-qty        to  l6-lost-qty.
*>
     evaluate true
         when  ws-running-pct not > 80
