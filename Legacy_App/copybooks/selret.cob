*>
*> New 15/10/26 vbc - Select for the Contract Retentions file
*>                    (fdret.cob) - sl956/sl060.
*>
     select  Retention-File  assign               File-160
                             access               dynamic
                             organization         indexed
                             status               WS-RT-FS
                             record key           RT-Key.
