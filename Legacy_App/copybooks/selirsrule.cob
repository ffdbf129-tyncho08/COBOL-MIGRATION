*>
*> New 15/10/26 vbc - Select for the IRS bank allocation rules
*>                    (fdirsrule.cob) - irs035.
*>
     select  IRS-Rule-File   assign               File-151
                             access               dynamic
                             organization         indexed
                             status               Fs-Reply
                             record key           Rule-Keyword.
*>
