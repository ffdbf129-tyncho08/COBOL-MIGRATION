*>
*> New 15/10/26 vbc - Select for the Web Shop Feed State file
*>                    (fdwebst.cob) - st076.
*>
     select  Web-State-File  assign               File-136
                             access               dynamic
                             organization         indexed
                             status               Fs-Reply
                             record key           WST-Key.
*>
