*>                      irs010
*>                      irs020
*>                      irs030
*>                      irs035
*>                      irs040
*>                      irs050
*>                      irs060
*> 05/01/25 vbc   .36 Added get ACAS param rec (zz900) before saving irs param rec
*>                    and rewriting param rec - last 2 already present
*>                    but re-adjusted twice-ish.
*> 15/10/26 vbc   .37 Added (B) Bank Statement Import - irs035, Next-Post
*>                    saved as for irs030.
*>
*> TODO for O/S versions.
*>  1.           For UK users add code to support auto VAT returns ->
*>
 working-storage section.
*>----------------------
 77  Prog-Name            pic x(14)  value "IRS (3.02.37) ".
 77  z                    binary-char  value zero.
 77  Call-Prog            pic x(6)   value spaces.
 77  Batch-Text           pic x(28)  value spaces.
     03  value "(8)  Posting Amendments"   line 14 col 6.
     03  value "(9)  Analysis Report"      line 15 col 6.
     03  value "(A)  Nominal File Fix up"  line 16 col 6.
     03  value "(B)  Bank Statement Import" line 17 col 6.
     03  value "(X)  Exit to "             line 19 col 6.
     03  pic x(7)  from Op-Display                 col 19.
     03  pic x(28) from Batch-Text                 col 28 foreground-color 3.
                                  file-defs
              end-call
              go to main-loop.
*>
     if       Menu-Reply = "B"
              call   "irs035" using IRS-System-Params
                                  WS-System-Record   *> ACAS system rec.
                                  file-defs
              end-call
              go to main-loop.
*>
     if       Menu-Reply = "Z"
              and Param-Restrict = "Y" and not CU-Admin
