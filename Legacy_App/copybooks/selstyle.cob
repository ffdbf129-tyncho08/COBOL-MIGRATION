*>
*> New 15/10/26 vbc - Select for the Stock Style (size/colour variant)
*>                    file (fdstyle.cob) - st073 maintains it, st074
*>                    grid entry reads it for sl910 and pl020.
*>                    Own status so the callers' fs-reply is left
*>                    alone.
*>
     select  Style-File       assign              File-131
                             access               dynamic
                             organization         indexed
                             status               WS-Style-Status
                             record key           SY-Key.
