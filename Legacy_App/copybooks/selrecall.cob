*>
*> New 15/10/26 vbc - Select for the Product Recall Register file
*>                    (fdrecall.cob) - st072.
*>
     select  Recall-File     assign               File-130
                             access               dynamic
                             organization         indexed
                             status               WS-RL-FS
                             record key           RL-Key.
