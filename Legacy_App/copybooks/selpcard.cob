*>
*> New 15/10/26 vbc - Select for the Purchase Card file (fdpcard.cob)
*>                    - pl936.
*>
     select  PCard-File      assign               File-154
                             access               dynamic
                             organization         indexed
                             status               Fs-Reply
                             record key           PCD-Key.
