*>**
*>    Version.            See Prog-Name In Ws.
*>**
*>    Called Modules.     st071 (kit costing).
*>**
*>    Error messages used.
*>     System Wide.
*>**
*>    Changes.
*> 08/08/26 vbc - .00 New program.
*> 15/10/26 vbc - .01 Kit items cost at the sum of their components
*>                    via st071 - they carry no cost of their own.
*>
*>*************************************************************************
*>
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL972 (3.02.01)".
*>
 copy "print-spool-command.cob".
 copy "wsfnctn.cob".
 01  WS-Invoice-Record  redefines Invoice-Record
                                pic x(137).
 copy "wsstock.cob".
 copy "wskit.cob".
*>
*> REMARK OUT ANY IN USE
*>
     go       to ga051-Loop.
 ga059-Close-Stock.
     perform  Stock-Close.
     set      Kit-Close to true.                 *> 15/10/26
     call     "st071" using WS-Kit-Call
                            System-Record
                            File-Defs.
 ga050-Exit.
     exit     section.
*>
              move  zero to ws-cost-per-unit
     else
              move  Stock-Cost to ws-cost-per-unit.
     if       fs-reply = zero
         and  Stock-Kit-Flag = "Y"                  *> 15/10/26
              perform ga056-Kit-Cost.
*>
     compute  ws-cost-work = WS-TBL-Qty (ws-px-ix) * ws-cost-per-unit.
     compute  ws-margin-work = WS-TBL-Revenue (ws-px-ix) - ws-cost-work.
*>
 ga055-Exit.
     exit     section.
*>
 ga056-Kit-Cost          section.
*>******************************
*>
*>  A kit (phantom) item costs at the sum of its components - st071.
*>
     set      Kit-Explode to true.
     move     WS-Stock-Key to Kit-Stock-Key.
     call     "st071" using WS-Kit-Call
                            System-Record
                            File-Defs.
     move     Kit-Cost to ws-cost-per-unit.
*>
 ga056-Exit.
     exit     section.
*>
 headings                section.
*>*******************************
