*>*******************************************
*>                                          *
*>   Call data for st071 - Kit component    *
*>   explosion and costing                  *
*>                                          *
*>*******************************************
*> New 15/10/26.
*> Functions: E explode the kit in Kit-Stock-Key - returns its
*>              components (qty per kit, abbreviated key,
*>              description, unit cost, held), the kit cost (sum of qty * Stock-Cost) and
*>              how many kits the held components will make up;
*>            X close the file at end of run.
*> The caller must have the Stock file open (read via acas011).
*> Kit-RC: 0 ok, 1 = no components set up (cost and available
*> zero), 2 = a component not on the Stock file (costs at zero).
*>
 01  WS-Kit-Call.
     03  Kit-Func          pic x     value "E".
         88  Kit-Explode             value "E".
         88  Kit-Close               value "X".
     03  Kit-Stock-Key     pic x(13).
     03  Kit-Count         pic 99.
     03  Kit-Cost          pic 9(7)v9999  comp-3.
     03  Kit-Avail         pic 9(6)       comp.
     03  Kit-RC            pic 9.
     03  Kit-Components                   occurs 15.
         05  Kit-Comp-Key  pic x(13).
         05  Kit-Comp-Abrev pic x(7).
         05  Kit-Comp-Qty  pic 9(6)       comp.
         05  Kit-Comp-Desc pic x(32).
         05  Kit-Comp-Cost pic 9(7)v9999  comp-3.
         05  Kit-Comp-Held pic 9(6)       comp.
         05  Kit-Comp-Svc  pic x.
