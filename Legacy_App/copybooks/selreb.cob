*>
*> New 15/10/26 vbc - Select for the Customer Rebate Agreement file
*>                    (fdreb.cob) - sl941.
*>
     select  Rebate-File     assign               File-115
                             access               dynamic
                             organization         indexed
                             status               Fs-Reply
                             record key           Reb-Key.
