*>
*> New 15/10/26 vbc - Select for the Stock Write-Off Reason Codes
*>                    file (fdwreason.cob) - st075 maintains it,
*>                    st020 reads it.
*>                    Own status so the callers' fs-reply is left
*>                    alone.
*>
     select  Reason-File      assign              File-135
                             access               dynamic
                             organization         indexed
                             status               WS-WR-Status
                             record key           WR-Code.
