*>
*> New 15/10/26 vbc - Select for the Report Writer definition file
*>                    (fdrwdef.cob) - xl166.
*>
     select  Rpt-Def-File    assign               File-147
                             access               dynamic
                             organization         indexed
                             status               Fs-Reply
                             record key           RW-Name.
*>
