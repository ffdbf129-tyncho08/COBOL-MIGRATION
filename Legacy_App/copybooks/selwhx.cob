*>
*> New 15/10/26 vbc - Select for the Warehouse Extract control and
*>                    history file (fdwhx.cob) - xl167.
*>
     select  Wh-Extract-File assign               File-148
                             access               dynamic
                             organization         indexed
                             status               Fs-Reply
                             record key           WX-Run-No.
*>
