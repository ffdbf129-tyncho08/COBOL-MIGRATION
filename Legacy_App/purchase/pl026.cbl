*>    Called Modules.
*>                        acas011 -> Stock file FH
*>                         stockMT - STOCK-REC RDB table.
*>                        st028   -> Lost demand lookup.
*>**
*>    Error messages used.
*>                        PL026 series, see Error-Messages.
*>**
*>    Changes.
*> 15/10/26 vbc - .02 Review shows the lost demand for the item (the
*>                    sales turned away, st028) over the last 3 and
*>                    12 months beside the shortfall.
*> 21/08/26 vbc - .01 Review now shows an estimated unit cost from
*>                    the supplier price catalogue (pl021), falling
*>                    back to Stock-Cost.
 working-storage section.
*>----------------------
*>
 77  prog-name           pic x(15) value "PL026 (3.02.02)".
*>
 copy "wsstock.cob".     *> 3.02
*>
 77  WS-Blk-Remain       pic s9(7) value zero.
 77  WS-Est-Cost         pic 9(7)v9999  value zero.
 77  WS-Est-Cost-D       pic z,zzz,zz9.9999.
 77  WS-Lost-Recent-D    pic zzz,zz9.
 77  WS-Lost-Year-D      pic zzz,zz9.
 77  WS-Lost-Times-D     pic zz,zz9.
 copy "wslostdm.cob".    *> 15/10/26 st028 lost demand lookup.
 copy "wsfnctn.cob".
*>
*> REMARK OUT ANY IN USE
              close Supplier-Cat-File.
     if       Blk-File-Present = 1
              close Blanket-File.
     set      LDC-Fn-Close to true.
     call     "st028" using Lost-Demand-Call.
     close    Sug-PO-File.
     display  "Suggested Purchase Order run complete." at 2301 with foreground-color 2.
     go       to aa999-Exit.
     display  "Est unit cost " WS-Est-Cost-D
              "  (catalogue, else last cost)" at 1301 with foreground-color 3.
     perform  cc000-Blanket-Advisory.
     perform  cd000-Lost-Demand.
     display  "Suggested Qty " Sug-PO-Suggested-Qty
              "   (A)pprove, (R)eject, (S)kip ? " at 1201 with foreground-color 3.
     accept   ws-reply at 1248 with foreground-color 3 update UPPER.
*>
 cc999-Exit.
     exit     section.
*>
 cd000-Lost-Demand        section.
*>*******************************
*>
*>  Sales turned away for this item (sl910/sl926 lost demand trail)
*>   - demand the deductions and so the reorder point never saw.
*>   15/10/26.
*>
     display  " " at 1501 with erase eol.
     set      LDC-Fn-Lookup to true.
     move     Sug-PO-Stock-Key to LDC-Stock-Key.
     call     "st028" using Lost-Demand-Call.
     if       LDC-Times = zero
              go to cd999-Exit.
     move     LDC-Recent-Qty to WS-Lost-Recent-D.
     move     LDC-Year-Qty   to WS-Lost-Year-D.
     move     LDC-Times      to WS-Lost-Times-D.
     display  "Lost demand " WS-Lost-Recent-D " last 3 mths, "
              WS-Lost-Year-D " last 12 (" WS-Lost-Times-D " times)"
              at 1501 with foreground-color 4.
*>
 cd999-Exit.
     exit     section.
*>
 copy "Proc-ACAS-FH-Calls.cob".
*>
