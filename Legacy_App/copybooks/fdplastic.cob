*>*******************************************
*>            Stock                         *
*>  File Definition For The Plastic         *
*>  Packaging file                          *
*>*******************************************
*> rec size 64 bytes, new 15/10/26.
*> One record per stock item that carries plastic packaging, kept
*> apart as the stock record is full.  Maintained and reported by
*> xl155: the weight of plastic packaging on one stocking unit, its
*> recycled plastic content and the reference of the evidence held
*> for that content (supplier certificate etc).  PK-Medicine marks
*> human medicines packaging, which is not chargeable.  PK-UK-Taxed
*> marks items bought in from UK makers who pay the tax themselves,
*> so UK receipts of them are recorded but not counted.
*>
 fd  Plastic-File.
*>
 01  Plastic-Record.
     03  PK-Stock-Key       pic x(13).
     03  PK-Weight          pic 9(5)v99   comp-3.  *> grams per unit
     03  PK-Recycled        pic 999.               *> percent 0 - 100
     03  PK-Medicine        pic x.
         88  PK-Is-Medicine               value "Y".
     03  PK-UK-Taxed        pic x.
         88  PK-Is-UK-Taxed               value "Y".
     03  PK-Evidence        pic x(20).
     03  filler             pic x(22).
*>
