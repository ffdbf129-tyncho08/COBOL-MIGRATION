*>*******************************************
*>            Stock                         *
*>  File Definition For The Kit Component   *
*>  file                                    *
*>*******************************************
*> rec size 40 bytes, new 15/10/26.
*> One record per component of a kit (phantom) item - a stock
*> record with Stock-Kit-Flag = Y.  The kit holds no stock itself:
*> when sold on sl910 each component is deducted from Stock-Held
*> (KT-Qty per kit sold) and audited under the invoice, and margin
*> reports cost the kit at the sum of its components (st071).
*> KT-Seq runs 01 up to 15 as set up in st010.
*>
 fd  Kit-File.
*>
 01  Kit-Record.
     03  KT-Key.
         05  KT-Kit         pic x(13).
         05  KT-Seq         pic 99.
     03  KT-Component       pic x(13).
     03  KT-Qty             pic 9(6)       comp.
     03  filler             pic x(8).
