*>
*> New 15/10/26 vbc - Select for the Subject Access Request Log
*>                    (fdsar.cob) - xl169.
*>
     select  SAR-Log-File    assign               File-149
                             access               dynamic
                             organization         indexed
                             status               Fs-Reply
                             record key           SAR-No.
