*>
*> New 15/10/26 vbc - Select for the Carrier Freight Audit file
*>                    (fdfrt.cob) - pl937.
*>
     select  Freight-File    assign               File-157
                             access               dynamic
                             organization         indexed
                             status               Fs-Reply
                             record key           FRT-Key.
