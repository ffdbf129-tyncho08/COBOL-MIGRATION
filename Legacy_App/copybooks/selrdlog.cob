*>
*> New 15/10/26 vbc - Select for the Report Distribution Log
*>                    (fdrdlog.cob) - xl165.
*>
     select  Rpt-Dist-File   assign               File-146
                             access               dynamic
                             organization         indexed
                             status               Fs-Reply
                             record key           RD-Key.
*>
