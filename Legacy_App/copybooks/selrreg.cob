*>
*> New 15/10/26 vbc - Select for the Balance Sheet Reconciliation
*>                    register (fdrreg.cob) - xl161.
*>
     select  Recon-Reg-File  assign               File-141
                             access               dynamic
                             organization         indexed
                             status               Fs-Reply
                             record key           RR-Key.
*>
