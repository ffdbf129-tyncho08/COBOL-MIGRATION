*>
*> New 15/10/26 vbc - Select for the Language file (fdlang.cob)
*>                    - sl945 maintains, sl946 looks up for the
*>                    document programs.  Own status so lookups
*>                    leave the caller's fs-reply alone.
*>
     select  Language-File   assign               File-121
                             access               dynamic
                             organization         indexed
                             status               WS-LT-Status
                             record key           LT-Key.
