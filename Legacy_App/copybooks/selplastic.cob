*>
*> New 15/10/26 vbc - Select for the Plastic Packaging file
*>                    (fdplastic.cob) - xl155.
*>
     select  Plastic-File     assign              File-134
                             access               dynamic
                             organization         indexed
                             status               WS-PK-Status
                             record key           PK-Stock-Key.
