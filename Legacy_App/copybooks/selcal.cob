*>
*> New 15/10/26 vbc - Select for the Business Calendar file (fdcal.cob)
*>                    - xl163/xl164.
*>
     select  Calendar-File   assign               File-144
                             access               dynamic
                             organization         indexed
                             status               Fs-Reply
                             record key           Cal-Key.
*>
