*>                        set builder and the operations alerts
*>                        console.  Pure dispatch - each target is
*>                        called exactly as the menu would have.
*>                        The lettered options in the second column
*>                        are the later period end and control
*>                        functions.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     xl140, gl098, xl142, xl143, xl144, xl145,
*>                        xl146, xl147, xl148, gl083, gl084, xl155,
*>                        xl156, xl157, xl158, xl159, xl161, xl162,
*>                        xl163, xl165, xl166, xl167, xl168,
*>                        xl169.
*>**
*>    Error messages used.
*>                        None.
*>****
*>  Changes.
*> 02/09/26 vbc - .00 Written to relieve the general menu screen.
*> 15/10/26 vbc - .01 Added (A) Year End Close - gl083.
*> 15/10/26 vbc - .02 Added (B) Control A/C Reconciliation - gl084.
*> 15/10/26 vbc - .03 Added (C) Plastic Packaging Tax - xl155.
*> 15/10/26 vbc - .04 Added (D) Audit Balance Confirmations - xl156.
*> 15/10/26 vbc - .05 Added (E) Cut-Off Testing Report - xl157.
*> 15/10/26 vbc - .06 Added (F) Journal Risk Testing - xl158.
*> 15/10/26 vbc - .07 Added (G) Clearing Account Matching - xl159.
*> 15/10/26 vbc - .08 Added (H) Balance Sheet Reconciliations - xl161.
*> 15/10/26 vbc - .09 Added (I) Lease Register (IFRS 16) - xl162.
*> 15/10/26 vbc - .10 Added (J) Business Calendar - xl163.
*> 15/10/26 vbc - .11 Added (K) Report Distribution - xl165.
*> 15/10/26 vbc - .12 Added (L) Report Writer - xl166.
*> 15/10/26 vbc - .13 Added (M) Warehouse Extract - xl167.
*> 15/10/26 vbc - .14 Added (N) Segregation Of Duties - xl168.
*> 15/10/26 vbc - .15 Added (O) Subject Access Requests - xl169.
*>
 environment             division.
*>===============================
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "XL154 (3.02.15)".
*>
 01  All-My-Constants    pic 9(4).
     copy "screenio.cpy".
     display  "(7)  Retention Purge"                   at 1411 with foreground-color 2.
     display  "(8)  Training Set Builder"              at 1511 with foreground-color 2.
     display  "(9)  Operations Alerts"                 at 1611 with foreground-color 2.
     display  "(A)  Year End Close"                    at 0846 with foreground-color 2.  *> New 15/10/26
     display  "(B)  Control A/C Reconciliation"        at 0946 with foreground-color 2.  *> New 15/10/26
     display  "(C)  Plastic Packaging Tax"             at 1046 with foreground-color 2.  *> New 15/10/26
     display  "(D)  Audit Balance Confirmations"       at 1146 with foreground-color 2.  *> New 15/10/26
     display  "(E)  Cut-Off Testing Report"            at 1246 with foreground-color 2.  *> New 15/10/26
     display  "(F)  Journal Risk Testing"              at 1346 with foreground-color 2.  *> New 15/10/26
     display  "(G)  Clearing Account Matching"         at 1446 with foreground-color 2.  *> New 15/10/26
     display  "(H)  Balance Sheet Reconciliations"     at 1546 with foreground-color 2.  *> New 15/10/26
     display  "(I)  Lease Register (IFRS 16)"          at 1646 with foreground-color 2.  *> New 15/10/26
     display  "(J)  Business Calendar"                 at 1746 with foreground-color 2.  *> New 15/10/26
     display  "(K)  Report Distribution"               at 1846 with foreground-color 2.  *> New 15/10/26
     display  "(L)  Report Writer"                     at 1946 with foreground-color 2.  *> New 15/10/26
     display  "(M)  Warehouse Extract"                 at 2046 with foreground-color 2.  *> New 15/10/26
     display  "(N)  Segregation Of Duties"             at 2146 with foreground-color 2.  *> New 15/10/26
     display  "(O)  Subject Access Requests"           at 2246 with foreground-color 2.  *> New 15/10/26
     display  "(X)  Return To Menu"                    at 1811 with foreground-color 2.
*>
 menu-input.
              move "xl147" to ws-called.
     if       menu-reply = "9"
              move "xl148" to ws-called.
     if       menu-reply = "A"
              move "gl083" to ws-called.
     if       menu-reply = "B"
              move "gl084" to ws-called.
     if       menu-reply = "C"
              move "xl155" to ws-called.
     if       menu-reply = "D"
              move "xl156" to ws-called.
     if       menu-reply = "E"
              move "xl157" to ws-called.
     if       menu-reply = "F"
              move "xl158" to ws-called.
     if       menu-reply = "G"
              move "xl159" to ws-called.
     if       menu-reply = "H"
              move "xl161" to ws-called.
     if       menu-reply = "I"
              move "xl162" to ws-called.
     if       menu-reply = "J"
              move "xl163" to ws-called.
     if       menu-reply = "K"
              move "xl165" to ws-called.
     if       menu-reply = "L"
              move "xl166" to ws-called.
     if       menu-reply = "M"
              move "xl167" to ws-called.
     if       menu-reply = "N"
              move "xl168" to ws-called.
     if       menu-reply = "O"
              move "xl169" to ws-called.
     if       ws-called = spaces
              go to menu-input.
     call     ws-called using ws-calling-data
