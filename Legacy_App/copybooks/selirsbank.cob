*>
*> New 15/10/26 vbc - Select for the IRS bank statement import lines
*>                    (fdirsbank.cob) - irs035.
*>
     select  IRS-Bank-File   assign               File-152
                             access               dynamic
                             organization         indexed
                             status               Fs-Reply
                             record key           BI-Seq.
*>
