*>
*> New 15/10/26 vbc - Select for the Clearing account open item file
*>                    (fdclr.cob) - xl159.
*>
     select  Clearing-File   assign               File-140
                             access               dynamic
                             organization         indexed
                             status               Fs-Reply
                             record key           CL-Key.
*>
