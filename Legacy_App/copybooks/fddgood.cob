*>*******************************************
*>            Stock                         *
*>  File Definition For The Dangerous Goods *
*>  file                                    *
*>*******************************************
*> rec size 128 bytes, new 15/10/26.
*> One record per stock item flagged Stock-DG-Flag = Y, set up in
*> st010 after the item is saved.  Holds what the carrier needs on
*> the paperwork: UN number, proper shipping name, hazard class and
*> subsidiary risk, packing group and whether the item ships as a
*> limited quantity.  DG-Net-Per-Unit is the net weight (KG) or
*> volume (L) of dangerous substance in one stocking unit.
*> sl950 prints the declaration lines from it, sl931 totals the
*> hazardous quantities on each shipment.
*>
 fd  DG-File.
*>
 01  DG-Record.
     03  DG-Stock-Key       pic x(13).
     03  DG-UN-No           pic 9(4).
     03  DG-Proper-Name     pic x(40).
     03  DG-Class           pic x(4).          *> eg 2.1, 3, 4.1, 9
     03  DG-Sub-Risk        pic x(4).          *> spaces = none
     03  DG-Packing-Group   pic x(3).          *> I, II, III or spaces
     03  DG-Ltd-Qty         pic x.
         88  DG-Is-Ltd-Qty                value "Y".
     03  DG-Net-Per-Unit    pic 9(5)v999  comp-3.
     03  DG-Net-UoM         pic xx.            *> KG or L
     03  filler             pic x(52).
*>
