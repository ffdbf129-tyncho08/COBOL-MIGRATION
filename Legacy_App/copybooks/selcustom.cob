*>
*> New 15/10/26 vbc - Select for the Customs entry file (fdcustom.cob)
*>                    - pl047 maintains, loads and reconciles, pl060
*>                    writes the landed cost put onto stock by folio.
*>                    Own status so the callers' fs-reply is left
*>                    alone.
*>
     select  Customs-File    assign               File-125
                             access               dynamic
                             organization         indexed
                             status               WS-CE-Status
                             record key           CE-Key.
