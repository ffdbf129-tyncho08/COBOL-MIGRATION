*>                        be logged here well before, or without ever having,
*>                        a matching supplier invoice.  pl060 is unaffected by
*>                        and does not read this file.
*>                        A line on a subcontract (outwork) order (pl938,
*>                        Subcon-File) is not quarantined: the receipt
*>                        consumes the free-issue components held at the
*>                        subcontractor and adds the finished item to
*>                        stock at component cost plus processing cost.
*>**
*>    Version.            See Prog-Name In Ws.
*>**
*>    Called Modules.     acas026   ->      (Purchase Order Folio)
*>                         PinvoiceMT.
*>                        acas010 acas011 (Audit, Stock), st022, sl918, maps04.
*>**
*>    Error messages used.
*>                        PL210 series, PL303, PL304 see Error-Messages.
*>**
*>    Changes.
*> 08/08/26 vbc - .00 New program.
*>                    line still awaiting QC now ADDS to the held
*>                    quantity - it was replacing it, losing the
*>                    first delivery from the inspection queue.
*> 15/10/26 vbc - .07 Receipts against a subcontract (outwork) order
*>                    line (pl938, Subcon-File) consume the free-issue
*>                    components held at the subcontractor and go
*>                    straight into stock at component cost plus the
*>                    processing cost, instead of into quarantine.
*>
*>*************************************************************************
*>
*> New 02/09/26 - Goods-In Quarantine, receipts sit here awaiting
*> QC inspection (pl037 releases them into stock or rejects them).
 copy "selquar.cob".
*>
*> New 15/10/26 - Subcontract (outwork) orders, components held at
*> the subcontractor (pl938).
 copy "selsubcon.cob".
*>
 data                    division.
*>===============================
 copy "fdplgrn.cob".
 copy "fdstkser.cob".
 copy "fdquar.cob".
 copy "fdsubcon.cob".
*>
 working-storage section.
*>----------------------
*>
 77  prog-name           pic x(15) value "PL035 (3.02.07)".
*>
 01  All-My-Constants    pic 9(4).
     copy "screenio.cpy".
 copy "plwspinv.cob".   *> WS record data for head & 40 lines
 copy "wsstock.cob".    *> New 08/08/26, to check Stock-Serial-Tracked.
 copy "wsattach.cob".   *> New 02/09/26, xl152 attachment refs.
 copy "wsaudit.cob".    *> New 15/10/26, subcontract receipts.
 copy "wscost.cob".     *> New 15/10/26, st022 layer engine call block.
 copy "wsmaps03.cob".   *> New 15/10/26, layer date.
*>
 01  Dummies-4-Unused-ACAS-FH-Calls.      *> Call blk at zz080-ACAS-Calls
     03  Default-Record         pic x.
     03  WS-Posting-Record      pic x.
     03  WS-Batch-Record        pic x.
     03  WS-IRS-Posting-Record  pic x.
*>     03  WS-Stock-Audit-Record  pic x.
     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  ws-exp-mm           pic 99.
     03  ws-exp-dd           pic 99.
     03  WS-QR-FS            pic 99    value zero.
     03  WS-SCO-FS           pic 99    value zero.
     03  WS-Month            binary-char unsigned value zero.
     03  WS-Used-Comps       pic 9(7)        value zero.
     03  WS-Used-Value       pic 9(7)v99     value zero.
     03  WS-Recd-Value       pic 9(7)v99     value zero.
     03  WS-Unit-Cost        pic 9(7)v9999   value zero.
     03  WS-Proc-Date        pic x(10)       value spaces.
*>
 01  Error-Messages.
     03  PL210          pic x(25) value "PL210 Folio Not Found!!!".
     03  PL213          pic x(38) value "PL213 Hit Return To Continue         ".
     03  PL214          pic x(38) value "PL214 Duplicate Serial/Lot - Skipped ".
     03  PL215          pic x(35) value "PL215 Cannot open Quarantine file !".
     03  PL303          pic x(36) value "PL303 Cannot open Subcontract file !".
     03  PL304          pic x(49) value "PL304 Subcontract item not on Stock - quarantined".
*>
 copy "Test-Data-Flags.cob".  *> set sw-testing to zero to stop logging.
*>
*>
 aa900-Finish.
     perform  PInvoice-Close.
     set      Cost-Close to true.          *> st022 layer engine
     call     "st022" using WS-Cost-Call file-defs.
     display  "Goods Received Note entry complete." at 2301
                                        with foreground-color 2.
*>
*>   used to fire here now fire from the pl037 release.  02/09/26.
*>
     if       ws-qty-received > zero
              perform da040-Subcontract-Receipt.
     perform  da020-Log-Serials.
 da010-Exit.
     exit     section.
     display  " " at 2401 with erase eol.
 da030-Exit.
     exit     section.
*>
 da040-Subcontract-Receipt section.
*>*********************************
*>
*>  New 15/10/26 - a line on an open subcontract (outwork) order
*>  (pl938) is the finished item coming back from the subcontractor
*>  made from OUR free-issue components.  It consumes them from the
*>  Subcon-File pro rata (bundle per unit, at the cost they went out
*>  at) and goes straight into stock valued at that component cost
*>  plus the processing cost on the order.  Anything else - or an
*>  order that cannot be found - goes into quarantine as normal.
*>
     open     i-o Subcon-File.
     if       WS-SCO-FS not = zero             *> 35 = none ever raised
              perform da015-Write-Quarantine
              go to da040-Exit.
     move     Grn-Folio to SCO-Folio.
     move     Grn-Line  to SCO-Line.
     read     Subcon-File
              invalid key
              move 23 to WS-SCO-FS
     end-read
     if       WS-SCO-FS not = zero
           or not SCO-Open
           or SCO-Item not = Grn-Product
              close   Subcon-File
              perform da015-Write-Quarantine
              go to da040-Exit.
*>
     multiply ws-qty-received by SCO-Bundle giving WS-Used-Comps
              on size error
              move SCO-Comp-Held to WS-Used-Comps
     end-multiply.
     if       WS-Used-Comps > SCO-Comp-Held
              move SCO-Comp-Held to WS-Used-Comps.
     if       WS-Used-Comps = SCO-Comp-Held
              move SCO-Comp-Value to WS-Used-Value
     else
              compute WS-Used-Value rounded =
                      SCO-Comp-Value * WS-Used-Comps / SCO-Comp-Held.
     compute  WS-Recd-Value rounded =
              WS-Used-Value + (ws-qty-received * SCO-Proc-Unit).
     compute  WS-Unit-Cost rounded = WS-Recd-Value / ws-qty-received.
*>
     perform  Stock-Open.
     move     Grn-Product to WS-Stock-Key.
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     if       Fs-Reply not = zero
              perform Stock-Close
              close   Subcon-File
              display PL304 at 2301 with foreground-color 4
              perform da015-Write-Quarantine
              go to da040-Exit.
*>
     move     to-day (4:2) to WS-Month.
     move     to-day       to WS-Proc-Date.
     add      ws-qty-received to Stock-Held.
     add      ws-qty-received to Stock-Adds.
     add      ws-qty-received to Stock-TD-Adds (WS-Month).
     add      WS-Recd-Value   to Stock-Value.
     if       Stock-Held not = zero
              compute Stock-Cost rounded = Stock-Value / Stock-Held.
*>
*>  FIFO: the receipt is a cost layer at its built up unit cost.
*>
     if       Costing-FIFO
              move Grn-Product  to Cost-Stock-Key
              set  Cost-Add-Layer to true
              move ws-qty-received to Cost-Qty
              move WS-Unit-Cost to Cost-Unit
              move to-day       to u-date
              move zero         to u-bin
              call "maps04"  using maps03-ws
              move u-bin        to Cost-Date
              call "st022" using WS-Cost-Call file-defs
              set  Cost-Value-Item to true
              call "st022" using WS-Cost-Call file-defs
              move Cost-Value to Stock-Value
              if   Stock-Held not = zero
                   compute Stock-Cost rounded =
                           Cost-Value / Stock-Held
              end-if
     end-if
     perform  Stock-Rewrite.
*>
     if       Stk-Audit-Used = 1
              perform  Stock-Audit-Open-Extend
              initialize WS-Stock-Audit-Record
              move 1                to Audit-Type       *> addition
              move Grn-Folio        to Audit-Invoice-PO
              move WS-Proc-Date     to Audit-Process-Date
              move Grn-Product      to Audit-Stock-Key
              move spaces           to Audit-Desc
              string "Outwork from subcon " Grn-Supplier
                                    delimited by size into Audit-Desc
              move ws-qty-received  to Audit-Transaction-Qty
              move WS-Unit-Cost     to Audit-Unit-Cost
              move WS-Recd-Value    to Audit-Stock-Value-Change
              move zero             to Audit-Reverse-Transaction
              move Stk-Audit-No     to Audit-No
              move spaces           to Audit-Reason-Code
              perform Stock-Audit-Write
              perform Stock-Audit-Close.
     perform  Stock-Close.
*>
     add      ws-qty-received to SCO-Qty-Received.
     subtract WS-Used-Comps   from SCO-Comp-Held.
     subtract WS-Used-Value   from SCO-Comp-Value.
     if       SCO-Qty-Received not < SCO-Qty-Ordered
        and   SCO-Comp-Held = zero
              set  SCO-Closed to true.
     rewrite  Subcon-Record.
     close    Subcon-File.
*>
*>  In stock now, so the back order release fires here as it does
*>   on a pl037 QC release.
*>
     move     Grn-Product     to BO-Rel-Stock-Key.
     move     ws-qty-received to BO-Rel-Qty.
     move     "Y"             to BO-Rel-Adj-Stock.
     call     "sl918" using BO-Rel-Call
                            system-record
                            file-defs.
*>
 da040-Exit.
     exit     section.
*>
 copy "Proc-ACAS-FH-Calls.cob".
*>
