*>                         stockMT.
*>                        acas016  ->  (Invoices)
*>                         InvoiceMT.
*>                        st071    ->  (kit costing)
*>**
*>    Error messages used.
*>                        SL242    No invoice data on file.
*>                    records dated after S-End-Cycle-Date (set by
*>                    the xl150 clear down) are totalled, so prior
*>                    periods never leak into the commissions.
*> 15/10/26 vbc - .03 Kit items on the Invoice-file scan cost at the
*>                    sum of their components via st071 - the summary
*>                    path already carries sl060's kit cost.
*>
 environment             division.
*>===============================
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL909 (3.02.03)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".   *> 02/09/26 cut-off date conversion.
 01  WS-Invoice-Record  redefines Invoice-Record
                                pic x(137).
 copy "wsstock.cob".
 copy "wskit.cob".
*>
*> REMARK OUT ANY IN USE
*>
 ga019-Close.
     perform  Invoice-Close.
     perform  Stock-Close.
     set      Kit-Close to true.                 *> 15/10/26
     call     "st071" using WS-Kit-Call
                            System-Record
                            File-Defs.
 ga010-Exit.
     exit     section.
*>
     move     il-product to WS-Stock-Key.
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     if       fs-reply = zero
         and  Stock-Kit-Flag = "Y"                  *> 15/10/26
              perform ga017-Kit-Cost.
     if       fs-reply = zero
              compute ws-cost-work rounded = ws-qty-work * Stock-Cost
     else
     go       to ga016-Read-Line.
 ga015-Exit.
     exit     section.
*>
 ga017-Kit-Cost           section.
*>*******************************
*>
*>  A kit (phantom) item costs at the sum of its components - st071.
*>   Only the in-memory Stock-Cost is changed.
*>
     set      Kit-Explode to true.
     move     WS-Stock-Key to Kit-Stock-Key.
     call     "st071" using WS-Kit-Call
                            System-Record
                            File-Defs.
     move     Kit-Cost to Stock-Cost.
*>
 ga017-Exit.
     exit     section.
*>
 ga020-Add-to-Rep-Table   section.
*>*******************************
