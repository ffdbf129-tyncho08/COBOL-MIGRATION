*>
*> New 15/10/26 vbc - Select for the Carrier Service file
*>                    (fdcarsvc.cob) - sl931.
*>
     select  Carrier-Service-File assign          File-133
                             access               dynamic
                             organization         indexed
                             status               WS-CS-Status
                             record key           CS-Key.
