*>                in stocking units.  No record size change.
*> 08/08/26 vbc - New field Stock-Serial-Tracked (within the expansion
*>                filler), also updated fdstock.cob - see there.
*> 15/10/26 vbc - New field Stock-Kit-Flag (the last filler byte after
*>                Stock-Sell-Unit) - Y = kit (phantom) item, no stock of
*>                its own, components on the Kit file (fdkit.cob) are
*>                exploded at invoice time.  Also updated fdstock.cob.
*> 15/10/26 vbc - New field Stock-DG-Flag (from the expansion filler) -
*>                Y = dangerous goods, the UN number, class, packing
*>                group etc are on the Dangerous Goods file (fddgood.cob)
*>                for the delivery note declaration and shipment totals.
*>                Also updated fdstock.cob.
*>
 01  WS-Stock-Record.
     03  WS-Stock-Key             pic x(13).
     03  Stock-Last-Actual-Cost   pic 9(7)v99     comp-3. *> (5) +1
     03  Stock-Arrived-Date       pic 9(8)       comp.   *> Last arrived, NEW 30/03/24 - 112
     03  Stock-Sell-Unit          pic x(3).             *> 21/08/26 UoM, into filler
     03  Stock-Kit-Flag           pic x.                 *> 15/10/26 into filler 116
         88  Stock-Is-Kit                    value "Y".
     03  Stock-Construct-Bundle   pic 9(6)       comp.  *> All signs removed 27/06/20
     03  Stock-Under-Construction pic 9(6)       comp.
     03  Stock-Work-in-Progress   pic 9(6)       comp.
     03  Stock-Buy-Factor         pic 9(6) comp.  *> stocking units per buy unit
     03  Stock-Sell-Factor        pic 9(4) comp.  *> stocking units per sell unit
     03  Stock-Warranty-Months    pic 999.       *> 02/09/26 warranty terms (sl935), 0 = none
     03  Stock-DG-Flag            pic x.         *> 15/10/26 into filler, Y/N.
         88  Stock-Is-Dangerous             value "Y".
     03  filler                   pic x.                             *>400  expansion
*>
