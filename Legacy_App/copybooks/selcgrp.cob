*>
*> New 15/10/26 vbc - Select for the Customer Groups file (fdcgrp.cob)
*>                    - sl944 maintains, sl110/sl120/sl910 read.  Own
*>                    status so lookups leave the caller's fs-reply.
*>
     select  Cust-Group-File assign               File-120
                             access               dynamic
                             organization         indexed
                             status               WS-CG-Status
                             record key           CG-Customer
                             alternate record key CG-Parent
                                                  with duplicates.
