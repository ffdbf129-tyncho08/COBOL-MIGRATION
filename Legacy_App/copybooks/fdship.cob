*> carrier's file.  sl930 prints the tracking reference on the
*> invoice; the sl931 exception report chases shipments with no
*> delivery confirmation.
*> 15/10/26 vbc - Dangerous goods totals for the consignment (from the
*>                filler), worked out by sl931 from the note's lines
*>                and the Dangerous Goods file (fddgood.cob).
*>
 fd  Shipment-File.
*>
     03  Ship-Status        pic x.
         88  Ship-Open                    value "O".
         88  Ship-Done                    value "D".
     03  Ship-DG-Lines      pic 99.             *> lines of dangerous goods
     03  Ship-DG-Units      pic 9(6)      comp-3.
     03  Ship-DG-Net        pic 9(6)v999  comp-3. *> KG/L of substance
     03  Ship-DG-All-LQ     pic x.              *> Y = all limited qty
