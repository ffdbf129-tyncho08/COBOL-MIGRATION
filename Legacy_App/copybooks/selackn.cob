*>
*> New 15/10/26 vbc - Select for the Order Acknowledgement file
*>                    (fdackn.cob) - sl955.
*>
     select  Ackn-File       assign               File-156
                             access               dynamic
                             organization         indexed
                             status               Fs-Reply
                             record key           ACK-Key.
