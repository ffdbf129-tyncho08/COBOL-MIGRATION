*>
*> New 15/10/26 vbc - Select for the Self-Billing file (fdselfb.cob)
*>                    - pl935 maintains and raises, pl036 reads the
*>                    billed GRN markers.  Own status so the
*>                    callers' fs-reply is left alone.
*>
     select  Self-Bill-File  assign               File-123
                             access               dynamic
                             organization         indexed
                             status               WS-SB-Status
                             record key           SB-Key.
