*> 02/09/26 vbc   .42 Added option (-) Goods-In Quarantine / QC
*>                    Release, pl037 - GRN receipts (pl035) now sit
*>                    in quarantine until QC releases or rejects.
*> 15/10/26 vbc   .43 Added option (+) PO Revisions, pl048 - reissue of
*>                    amended orders, revision history and supplier
*>                    confirmation.
*>
*>*************************************************************************
*>
     display  "(0)  Supplier Advance Payments"     at 0944 with foreground-color 2.
     display  "(*)  Supplier Invoice Import"       at 0648 with foreground-color 2.
     display  "(-)  Goods-In Quarantine / QC"      at 2344 with foreground-color 2.
     display  "(+)  PO Revisions"                  at 2448 with foreground-color 2.
     if       Param-Restrict not = "Y" or CU-Admin
              display  "(Z)  System Set Up"       at 2244 with foreground-color 2.
*>
     if       menu-reply = "-"                      *> New 02/09/26
              move "pl037" to ws-called
              go to load00.
     if       menu-reply = "+"                      *> New 15/10/26
              move "pl048" to ws-called
              go to load00.
*>
     move     zero to z.
     move     letters-upper  to  letters.
