*>
*> New 15/10/26 vbc - Select for the Kit Component file
*>                    (fdkit.cob) - st010 maintains it, st071
*>                    explodes and costs a kit from it.
*>                    Own status so the callers' fs-reply is left
*>                    alone.
*>
     select  Kit-File         assign              File-129
                             access               dynamic
                             organization         indexed
                             status               WS-Kit-Status
                             record key           KT-Key.
