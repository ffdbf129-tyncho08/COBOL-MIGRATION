*>
*> New 15/10/26 vbc - Select for the Paying-In Slip Deposit file
*>                    (fddep.cob) - sl080/sl954/xl190.
*>
     select  Deposit-File    assign               File-153
                             access               dynamic
                             organization         indexed
                             status               Fs-Reply
                             record key           DEP-Key.
