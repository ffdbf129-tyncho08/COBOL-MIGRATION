*> 21/08/26 vbc - .38 Added option (P) Stock Barcode Maintenance, st023.
*> 22/08/26 vbc - .39 Added option (Q) Partner Part Number Xref, st024.
*> 22/08/26 vbc - .40 Added option (R) Bulk Selling Price Update, st025.
*> 15/10/26 vbc - .41 Added option (V) Product Recall, calling new st072.
*> 15/10/26 vbc - .42 Added option (W) Stock Styles / Variants, calling new
*>                    st073.  (V) & (W) shown on line 9 as (K) & (L) run
*>                    into column 44.
*>
*>*************************************************************************
*>
 copy "fdusers.cob".
 working-storage section.
*>----------------------
 77  prog-name           pic x(17)    value "Stock (3.02.42)".
 77  z                   binary-char  value zero.
 77  Batch-Text          pic x(28)    value spaces.
 77  Script-Name         pic x(20)    value spaces.
     display  "(S)  Lot Expiry-Risk Report" at 2204 with foreground-color 2.   *> New 02/09/26
     display  "(T)  Supersession / Substitutes" at 2244 with foreground-color 2.   *> New 02/09/26
     display  "(U)  Consignment Stock" at 1644 with foreground-color 2.   *> New 02/09/26
     display  "(V)  Product Recall" at 0904 with foreground-color 2.       *> New 15/10/26
     display  "(W)  Stock Styles / Variants" at 0944 with foreground-color 2. *> New 15/10/26
     if       Param-Restrict not = "Y" or CU-Admin
              display  "(Z)  System Set Up"      at 1444 with foreground-color 2.

     go       to load01 load02 load03 load04 load05 load06 load07
                 load08 load09 load10 load11 load12 load13 load14
                 load15 load16 load17 load18 load19 load20 load21
                 load22 load23 aa070-Pre-OverRewrite load25 aa060-Call-System-Setup
              depending on z.
*>
 loader.
 load21.
     move     "xl151" to ws-called.            *> New 02/09/26
     go       to load00.
*>
 load22.
     move     "st072" to ws-called.            *> New 15/10/26
     go       to load00.
*>
 load23.
     move     "st073" to ws-called.            *> New 15/10/26
     go       to load00.
*>
 load25.
     move     "st050" to ws-called.
