*>
*> New 15/10/26 vbc - Select for the audit Balance Confirmation file
*>                    (fdconf.cob) - xl156.
*>
     select  Confirm-File    assign               File-139
                             access               dynamic
                             organization         indexed
                             status               Fs-Reply
                             record key           CF-Key.
*>
