*>
*> New 15/10/26 vbc - Select for the PO revision file (fdporev.cob)
*>                    - pl030 writes a revision as it amends an order
*>                    already issued, pl048 reissues, enquires and
*>                    records the supplier's confirmation.
*>                    Own status so the callers' fs-reply is left
*>                    alone.
*>
     select  PO-Revision-File assign              File-127
                             access               dynamic
                             organization         indexed
                             status               WS-PR-Status
                             record key           PR-Key.
