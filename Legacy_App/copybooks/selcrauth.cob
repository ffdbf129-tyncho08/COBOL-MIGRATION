*>
*> New 15/10/26 vbc - Select for the Credit Note Approval file
*>                    (fdcrauth.cob) - sl910 parks, sl060 holds
*>                    back, sl947 approves/rejects and reports.
*>                    Own status so the callers' fs-reply is left
*>                    alone.
*>
     select  Credit-Auth-File assign              File-122
                             access               dynamic
                             organization         indexed
                             status               WS-CA-Status
                             record key           CA-Key.
