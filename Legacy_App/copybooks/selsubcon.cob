*>
*> New 15/10/26 vbc - Select for the Subcontract (outwork) order
*>                    file (fdsubcon.cob) - pl938/pl035.
*>
     select  Subcon-File     assign               File-159
                             access               dynamic
                             organization         indexed
                             status               WS-SCO-FS
                             record key           SCO-Key
                             alternate record key SCO-Supplier
                                                  with duplicates.
