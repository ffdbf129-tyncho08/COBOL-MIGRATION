*>
*> New 15/10/26 vbc - Select for the GL Batch Link file (fdblnk.cob)
*>                    - gl052/gl060.
*>
     select  Batch-Link-File assign               File-143
                             access               dynamic
                             organization         indexed
                             status               Fs-Reply
                             record key           BLK-Batch-Key9.
*>
