*>                        sl970.
*>                        sl971.
*>                        sl972.
*>                        sl901.
*>                        { sl800 }   auto gen. currently rem'd out
*>**
*>    Error messages used.
*>                    new program sl931.
*> 02/09/26 vbc       Added option (Z) Routes / Van Manifests,
*>                    calling new program sl932.
*> 15/10/26 vbc   .13 Added option (*) More Invoicing Options, calling
*>                    new sub-menu sl901 - this screen is full.
*>
*>                    QUESTIONS arise regarding system usage of param fields:
*>     Extra-Charge-AC  NOT USED anywhere in the O/S version.
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(15) value "SL900 (3.02.13)".
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
     display  "(0)  BO / PO Pegging Enquiry" at 2311            with foreground-color 2.
     display  "(-)  Warranty Register" at 0711                  with foreground-color 2.
     display  "(+)  Proof Of Delivery Register" at 0611         with foreground-color 2.
     display  "(*)  More Invoicing Options" at 0411             with foreground-color 2.  *> New 15/10/26
     display  "(X)  Return To System menu" at 2211              with foreground-color 2.
*>
 menu-input.
              move zero to Pass-Value
              go to LoadIt.

     if       Menu-Reply = "*"                      *> New 15/10/26
              move "sl901" to WS-Called
              move zero to Pass-Value
              go to LoadIt.

     go       to menu-return.
*>
 loadit.
