*>
*> New 15/10/26 vbc - Select for the Lease register file (fdlease.cob)
*>                    - xl162.
*>
     select  Lease-File      assign               File-142
                             access               dynamic
                             organization         indexed
                             status               Fs-Reply
                             record key           LS-Lease-No.
*>
