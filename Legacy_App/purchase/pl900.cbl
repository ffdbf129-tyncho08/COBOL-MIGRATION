*>    Version.            See Prog-Name In Ws.
*>**
*>    Called Modules.     pl910 pl920 pl930 pl940 pl945 pl950 pl960.
*>                        pl932 pl933 pl934 pl935 pl043 pl044 pl045
*>                        pl047 pl936 pl937.
*>**
*>    Error messages used.
*>                        None
*>                    calling new program pl933.
*> 02/09/26 vbc       Added option (B) Confirm Bank Detail Changes,
*>                    calling new program pl934.
*> 15/10/26 vbc       Added option (C) Self-Billing Invoices, calling
*>                    new program pl935.
*> 15/10/26 vbc       Added option (D) Duplicate Invoice Scan, calling
*>                    new program pl043 - run before generating payments.
*> 15/10/26 vbc       Added option (E) Discount Lost Report, calling
*>                    new program pl044.
*> 15/10/26 vbc       Added option (F) Supplier Compliance Documents,
*>                    calling new program pl045.
*> 15/10/26 vbc       Added option (G) Customs Entries & Duty Deferment,
*>                    calling new program pl047.
*> 15/10/26 vbc       Added option (H) Purchase Card Statements, calling
*>                    new program pl936.
*> 15/10/26 vbc       Added option (I) Carrier Freight Audit, calling
*>                    new program pl937.
*>
*>*************************************************************************
*>
     display  "(0)  CIS Subcontractor Withholding" at 1961           with foreground-color 2.
     display  "(A)  Employee Expense Claims" at 1761                 with foreground-color 2.
     display  "(B)  Confirm Bank Detail Changes" at 2161             with foreground-color 2.
     display  "(C)  Self-Billing Invoices" at 2261                   with foreground-color 2.
     display  "(D)  Duplicate Invoice Scan" at 2211                  with foreground-color 2.
     display  "(E)  Discount Lost Report" at 2311                    with foreground-color 2.
     display  "(F)  Supplier Compliance Docs" at 1661                with foreground-color 2.
     display  "(G)  Customs Entries & Deferment" at 1561             with foreground-color 2.
     display  "(H)  Purchase Card Statements" at 1461                with foreground-color 2.
     display  "(I)  Carrier Freight Audit" at 1361                   with foreground-color 2.
     display  "(X)  Return to System Menu" at 2111                   with foreground-color 2.
*>
 menu-input.
     if       menu-reply  equal  "B"
              move "pl934" to ws-called
              go to loadit.
     if       menu-reply  equal  "C"
              move "pl935" to ws-called
              go to loadit.
     if       menu-reply  equal  "D"
              move "pl043" to ws-called
              go to loadit.
     if       menu-reply  equal  "E"
              move "pl044" to ws-called
              go to loadit.
     if       menu-reply  equal  "F"
              move "pl045" to ws-called
              go to loadit.
     if       menu-reply  equal  "G"
              move "pl047" to ws-called
              go to loadit.
     if       menu-reply  equal  "H"
              move "pl936" to ws-called
              go to loadit.
     if       menu-reply  equal  "I"
              move "pl937" to ws-called
              go to loadit.
*>
     go       to menu-input.
*>
