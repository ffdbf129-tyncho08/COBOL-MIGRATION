*>****
*>  Changes.
*> 21/08/26 vbc - .00 Written for late payment finance charges.
*> 15/10/26 vbc - .01 Contract retention items (OI-Hold-flag "R", see
*>                    sl956) are not overdue until released.
*>
 environment             division.
*>===============================
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL915 (3.02.01)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
              go to bb010-Read-Loop.
     if       OI-Status not = zero
              go to bb010-Read-Loop.
     if       OI-Hold-flag = "H" or = "Q" or = "R"
              go to bb010-Read-Loop.
     if       OI-Desc-Ord = "LATECHG"           *> a prior charge
              go to bb010-Read-Loop.
