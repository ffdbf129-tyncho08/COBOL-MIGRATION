*>*******************************************
*>            Sales                         *
*>  File Definition For The Drop-Ship       *
*>  Order file                              *
*>*******************************************
*> rec size 250 bytes, new 15/10/26.
*> Keyed by sales invoice and invoice line:
*>   DS-Line = 0  - one per invoice with drop-ship lines: how many
*>                  lines and how many are still waiting for the
*>                  supplier to confirm despatch.  DSI-Held = "Y"
*>                  while sl060 is carrying the invoice's OTM2 entry
*>                  over to the next posting run (image kept here so
*>                  the entry survives sl060 clearing OTM2 down).
*>   DS-Line = nn - the drop-ship line: item, quantity, the sale
*>                  value and the cost at Stock-Cost when raised, the
*>                  supplier (Stock-Supplier-P1) and the purchase
*>                  order folio raised to them, the address the goods
*>                  go to, and the supplier's despatch confirmation.
*> Written by pl049 (called from sl910), confirmed through sl948.
*> "Supplier invoiced" is not held - it is the order folio having
*> been posted (ih-status Z).
*>
 fd  Drop-Ship-File.
*>
 01  Drop-Ship-Record.
     03  DS-Key.
         05  DS-Invoice     pic 9(8).
         05  DS-Line        pic 99.
     03  DS-Line-Data.
         05  DS-Customer    pic x(7).
         05  DS-Product     pic x(13).
         05  DS-Desc        pic x(32).
         05  DS-Qty         binary-long.
         05  DS-Sale-Net    pic s9(7)v99  comp-3.
         05  DS-Cost        pic s9(7)v99  comp-3.  *> qty x Stock-Cost
         05  DS-Supplier    pic x(7).
         05  DS-Folio       pic 9(8).
         05  DS-Raised      binary-long.
         05  DS-Status      pic x.
             88  DS-Awaiting              value "O".
             88  DS-Despatched            value "D".
         05  DS-Desp-Date   binary-long.
         05  DS-Desp-Ref    pic x(20).          *> supplier's despatch ref
         05  DS-Deliv-Name  pic x(30).
         05  DS-Deliv-Addr  pic x(96).          *> SL-Delim separated
         05  filler         pic x(4).
     03  DS-Invoice-Data redefines DS-Line-Data.
         05  DSI-Customer   pic x(7).
         05  DSI-Lines      pic 99.
         05  DSI-Open       pic 99.             *> not yet despatched
         05  DSI-Held       pic x.
         05  DSI-OI-Image   pic x(118).         *> OTM2 entry held over
         05  filler         pic x(110).
*>
