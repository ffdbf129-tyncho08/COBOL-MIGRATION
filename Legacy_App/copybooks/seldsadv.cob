*>
*> New 15/10/26 vbc - Select for the Despatch Advice log file
*>                    (fddsadv.cob) - sl950.
*>
     select  Desadv-Log-File assign               File-138
                             access               dynamic
                             organization         indexed
                             status               Fs-Reply
                             record key           DAL-Invoice.
*>
