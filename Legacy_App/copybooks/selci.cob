*>
*> New 15/10/26 vbc - Select for the Credit Insurance file (fdci.cob)
*>                    - sl942/sl120.  Own status so a lookup from a
*>                    report leaves the caller's fs-reply alone.
*>
     select  Cred-Ins-File   assign               File-116
                             access               dynamic
                             organization         indexed
                             status               WS-CI-Status
                             record key           CI-Customer.
