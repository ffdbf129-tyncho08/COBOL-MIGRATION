*>
*> New 15/10/26 vbc - Select for the supplier Compliance file
*>                    (fdcomply.cob) - pl045 maintains and warns,
*>                    pl046 is the order/payment block check.  Own
*>                    status so the callers' fs-reply is left alone.
*>
     select  Comply-File     assign               File-124
                             access               dynamic
                             organization         indexed
                             status               WS-CD-Status
                             record key           CD-Key.
