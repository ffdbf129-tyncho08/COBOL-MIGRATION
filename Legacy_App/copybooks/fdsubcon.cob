*>*******************************************
*>            Purchase                      *
*>  File Definition For The Subcontract     *
*>  (Outwork) Order file                    *
*>*******************************************
*> rec size 96 bytes, new 15/10/26.
*> One record per subcontract order line raised by pl938 - the
*> finished item is bought from the subcontractor (processing only)
*> and made from our own free-issue component, the st010/st070
*> Stock-Construct-Item at Stock-Construct-Bundle per finished unit.
*> Raising the order takes the components OUT of Stock-Held and
*> they sit here, held at the subcontractor, at their cost when
*> issued.  pl035 receipts of the finished item consume them pro
*> rata and add the item at component cost plus SCO-Proc-Unit.
*> Closing the order returns any balance to Stock-Held.
*>
 fd  Subcon-File.
*>
 01  Subcon-Record.
     03  SCO-Key.
         05  SCO-Folio      pic 9(8).
         05  SCO-Line       pic 99.
     03  SCO-Supplier       pic x(7).
     03  SCO-Item           pic x(13).    *> finished item ordered
     03  SCO-Component      pic x(13).    *> free-issue component
     03  SCO-Bundle         pic 9(6)       comp.
     03  SCO-Date           pic 9(8).     *> ccyymmdd raised
     03  SCO-Qty-Ordered    pic 9(6).     *> finished units
     03  SCO-Qty-Received   pic 9(6).     *> finished units to date
     03  SCO-Comp-Issued    pic 9(7).     *> components sent out
     03  SCO-Comp-Held      pic 9(7).     *> still at subcontractor
     03  SCO-Comp-Value     pic 9(7)v99    comp-3.  *> cost of Comp-Held
     03  SCO-Proc-Unit      pic 9(5)v9999  comp-3.  *> processing / unit
     03  SCO-Status         pic x.
         88  SCO-Open                     value "O".
         88  SCO-Closed                   value "C".
     03  filler             pic x(4).
