*>                    the rewrite; applied cash is now appropriated on
*>                    the funding type 5/6 payment records so sl085
*>                    stops offering it again.
*> 15/10/26 vbc - .02 Contract retention items (OI-Hold-flag "R", see
*>                    sl956) are not offered cash until released.
*>
 environment             division.
*>===============================
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL086 (3.02.02)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
     if       OI-Status not = zero              *> already closed
              go to bb010-Read-Loop.
     if       OI-Hold-flag = "H" or = "Q"       *> held / in query
                             or = "R"           *>  / retention
              go to bb010-Read-Loop.
*>
     add      oi-net  oi-extra  oi-carriage
