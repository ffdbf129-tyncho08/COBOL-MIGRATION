*>
*> New 15/10/26 vbc - Select for the Dangerous Goods file
*>                    (fddgood.cob) - st010 maintains it, sl950 and
*>                    sl931 read it.
*>                    Own status so the callers' fs-reply is left
*>                    alone.
*>
     select  DG-File          assign              File-132
                             access               dynamic
                             organization         indexed
                             status               WS-DG-Status
                             record key           DG-Stock-Key.
