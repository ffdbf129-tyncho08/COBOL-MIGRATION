*>**
*>    Called Modules.     Maps04.
*>                        acas011 (Stock), acas016 (Invoices).
*>                        st071 (kit costing).
*>**
*>    Error messages used.
*>                        None.
*>                    sl060 does at posting.  (The table rate of the
*>                    day is the best available; the posting-time
*>                    rate is not stored on the folio.)
*> 15/10/26 vbc - .02 Kit items cost at the sum of their components
*>                    via st071, as sl060.
*>
 environment             division.
*>===============================
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL936 (3.02.02)".
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "slwsinv.cob".
 01  WS-Invoice-Record   pic x(137).
 copy "wsstock.cob".
 copy "wskit.cob".
 copy "wssl.cob".       *> 02/09/26 Sales-Currency per folio.
*>
*> REMARK OUT ANY IN USE
 aa900-Done.
     perform  Invoice-Close.
     perform  Stock-Close.
     set      Kit-Close to true.                 *> 15/10/26
     call     "st071" using WS-Kit-Call
                            System-Record
                            File-Defs.
     perform  Sales-Close.
     if       WS-FX-Open = "Y"
              close FX-Rate-File.
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     if       fs-reply = zero
              if   Stock-Kit-Flag = "Y"               *> 15/10/26
                   perform bc000-Kit-Cost
              end-if
              compute WS-ISM-Cost = sil-qty (1) * Stock-Cost.
*>
*>  FX folio lines come home at the customer's table rate, as the
*>
 bb999-exit.
     exit     section.
*>
 bc000-Kit-Cost          section.
*>==============================
*>
*>  A kit (phantom) item costs at the sum of its components - st071.
*>   Only the in-memory Stock-Cost is changed.  15/10/26.
*>
     set      Kit-Explode to true.
     move     WS-Stock-Key to Kit-Stock-Key.
     call     "st071" using WS-Kit-Call
                            System-Record
                            File-Defs.
     move     Kit-Cost to Stock-Cost.
*>
 bc999-exit.
     exit     section.
*>
 maps04       section.
*>*******************
