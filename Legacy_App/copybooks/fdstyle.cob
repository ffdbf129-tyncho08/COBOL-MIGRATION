*>*******************************************
*>            Stock                         *
*>  File Definition For The Stock Style     *
*>  (size / colour variant) file            *
*>*******************************************
*> rec size 256 bytes, new 15/10/26.
*> A style is one garment (or any item) made in up to 10 sizes and
*> 10 colours - each size/colour pair is an ordinary stock record,
*> the variant, so selling, buying, costing and the stock reports
*> are unchanged.  st073 maintains the style and generates and
*> maintains the variant stock records from it; st074 is the
*> size by colour quantity grid for sl910 and pl020.
*>   SY-Type H, size and colour zero - the style header: the shared
*>              description, PA/SA codes, suppliers, prices and the
*>              size and colour lists.
*>   SY-Type V, size n colour m      - one variant: its stock key,
*>              status and which of the shared fields it keeps its
*>              own value for (override flags).
*> Variant stock key = style + size code + colour code (13 max),
*> the abbreviated key = SYH-Abrev + size no + colour no.
*>
 fd  Style-File.
*>
 01  Style-Record.
     03  SY-Key.
         05  SY-Style       pic x(7).
         05  SY-Type        pic x.
             88  SY-Header                value "H".
             88  SY-Variant               value "V".
         05  SY-Size        pic 99.
         05  SY-Colour      pic 99.
     03  SY-Header-Data.
         05  SYH-Desc       pic x(32).           *> variant adds size/colour
         05  SYH-Abrev      pic x(3).            *> abrev key prefix
         05  SYH-Supplier-Group.
             07  SYH-Suppliers pic x(7)    occurs 3.
         05  SYH-PA-Code    pic x(3).
         05  SYH-SA-Code    pic x(3).
         05  SYH-Retail     pic 9(7)v99    comp-3.
         05  SYH-Cost       pic 9(7)v9999  comp-3.
         05  SYH-Location   pic x(10).
         05  SYH-Size-Cnt   pic 99.
         05  SYH-Size-Code  pic x(3)       occurs 10.
         05  SYH-Colour-Cnt pic 99.
         05  SYH-Colours                   occurs 10.
             07  SYH-Colour-Code pic x(3).
             07  SYH-Colour-Name pic x(8).
         05  filler         pic x(17).
     03  SY-Variant-Data    redefines SY-Header-Data.
         05  SYV-Stock-Key  pic x(13).
         05  SYV-Status     pic x.
             88  SYV-Made                 value "A".
             88  SYV-Excluded             value "N".
             88  SYV-Not-Yet              value space.
         05  SYV-Own-Desc   pic x.                *> Y = keeps its own
         05  SYV-Own-Price  pic x.                *>  value, not the
         05  SYV-Own-Supp   pic x.                *>  style's
         05  SYV-Own-PA     pic x.
         05  filler         pic x(226).
*>
