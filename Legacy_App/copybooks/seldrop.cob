*>
*> New 15/10/26 vbc - Select for the Drop-Ship Order file
*>                    (fddrop.cob) - pl049 writes it as sl910
*>                    raises the supplier order, sl060 holds the
*>                    invoice back, sl948 confirms and reports.
*>                    Own status so the callers' fs-reply is left
*>                    alone.
*>
     select  Drop-Ship-File   assign              File-128
                             access               dynamic
                             organization         indexed
                             status               WS-DS-Status
                             record key           DS-Key.
