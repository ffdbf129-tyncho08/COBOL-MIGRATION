*>
*> New 15/10/26 vbc - Select for the Report Subscription file
*>                    (fdrsub.cob) - xl165.
*>
     select  Rpt-Sub-File    assign               File-145
                             access               dynamic
                             organization         indexed
                             status               Fs-Reply
                             record key           RS-Sub-No.
*>
