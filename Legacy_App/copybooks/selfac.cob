*>
*> New 15/10/26 vbc - Select for the Invoice Discounting factor file
*>                    (fdfac.cob) - sl943.
*>
     select  Factor-File     assign               File-118
                             access               dynamic
                             organization         indexed
                             status               WS-Fac-Status
                             record key           Fac-Key.
