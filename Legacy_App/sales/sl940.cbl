*>                         invoiceMT.
*>                        acas017  ->       (DelInvNos)
*>                         sldelinvnosMT.
*>                        st022  Cost layers.
*>                        st071  Kit component explosion.
*>**
*>    Error messages used.
*>     System Wide:
*>                        SL195
*>                        SL196  Invoice file does not exists yet - post some.
*>                        SL197
*>                        SL402  Invoice has drop-ship lines ordered.
*>**
*> Changes
*> 03/03/09 vbc - .01 Migration to Open Cobol v3.00.00.
*>                    On display SL194 overwrite of display data.
*> 22/08/26 vbc - .12 Deletion stock add-backs maintain the st022
*>                    cost layers when FIFO costing is in force.
*> 15/10/26 vbc - .13 A kit line (sil-Back-Ordered = K) adds back its
*>                    components, as sl910 took them, not the kit.
*> 15/10/26 vbc - .14 An invoice with drop-ship lines (D) cannot be
*>                    deleted as the supplier orders are raised, SL402
*>                    as sl920 - such lines moved no stock so add back
*>                    none.  Deleting a credit note still waiting for
*>                    approval closes its Credit-Auth-File record off
*>                    as rejected so sl947 no longer offers it, and
*>                    as sl947 its number is not kept for re-use.
*>                    Read-Details now only reads the lines in, the
*>                    stock add-backs done after the delete is agreed.
*>
*>*************************************************************************
*>
*> copy "selsl.cob".
*> copy "seldel.cob".
*> copy "seldnos.cob".
 copy "selcrauth.cob".   *> 15/10/26 credit note approval (sl947).
 data                    division.
*>===============================
*>
*> copy "fdsl.cob".
*> copy "fddel.cob".
*> copy "fddnos.cob".
 copy "fdcrauth.cob".    *> 15/10/26 credit note approval.
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL940 (3.02.14)".
 77  Exception-Msg       pic x(25) value spaces.
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wsaudit.cob".
 copy "wsstock.cob".     *> 3.02
 copy "wscost.cob".      *> 22/08/26, st022 layer engine call block.
 copy "wskit.cob".       *> 15/10/26, st071 kit components call block.
 copy "wsanal.cob".   *> 17/12/24  missed
*>
*> REMARK OUT ANY IN USE
     05 Mod-MM           pic 9(2)  comp.
     05 Mod-SS           pic 9(2)  comp.
     05 filler           pic 9(2)  comp. *> Always 00
*>
 01  WS-Kit-Data.                 *> New 15/10/26 sales kits
     03  WS-Kit-Ndx          pic 99          value zero.
     03  WS-Kit-Product      pic x(13)       value spaces.
     03  WS-Kit-Desc         pic x(32)       value spaces.
     03  WS-Kit-Qty          binary-long     value zero.
*>
 01  WS-Credit-Auth-Data.         *> New 15/10/26 credit note approval
     03  WS-CA-Status        pic 99          value zero.
     03  WS-DS-Found         pic x           value "N".
     03  WS-CA-Closed        pic x           value "N".
*>
 01  ws-data.
     03  menu-reply      pic 9.
     03  SL195          pic x(52) value "SL195 Invoice Details Already Passed To Sales Ledger".
     03  SL196          pic x(37) value "SL196 Invoice File does Not yet Exist".
     03  SL197          pic x(22) value "SL197 Stock Rewrite : ".
     03  SL402          pic x(61) value "SL402 Invoice has drop-ship lines ordered - cannot be deleted".
*>
 01  error-code          pic 999.
*>
     perform  Analysis-Close.
     set      Cost-Close to true.          *> st022 layer engine
     call     "st022" using WS-Cost-Call file-defs.
     set      Kit-Close to true.           *> st071 kit components
     call     "st071" using WS-Kit-Call system-record file-defs.
     exit     program.
*>
*>****************************************************
*>====================
*>
*> Uses read next but if problem, can use read indexed just a bit faster.
*> Lines are only read in here, audit & stock updates in Update-Details
*>  once the delete is agreed.
*>
     move     zero to j.
     perform  sih-lines times
              move     j to item-nos
              perform  Invoice-Read-Next
              move     WS-Invoice-Record to Invoice-Lines (j)
     end-perform.
*>
 main-exit.   exit section.
*>********    ****
*>
 Update-Details section.
*>=====================
*>
*> Process audit & stock update for one line (j) read in by Read-Details.
*>  A drop-ship line moved no stock in sl910 so has none to add back,
*>   a kit line adds back its components.  15/10/26.
*>
     if       sil-Back-Ordered (j) = "D"
              go to main-exit.
     if       sil-Back-Ordered (j) = "K"
              perform KT010-Explode-Kit
     else
              perform Update-Stock-n-Audit.
*>
 main-exit.   exit section.
*>********    ****
*>
 DS010-Test-Drop-Ship    section.
*>==============================
*>
     if       sil-Back-Ordered (j) = "D"
              move "Y" to WS-DS-Found.
*>
 DS010-Exit.
     exit     section.
*>
 CA010-Close-Credit      section.
*>==============================
*>
*>  A credit note deleted while parked for approval (sl910) - its
*>   waiting record is closed off as rejected so sl947 no longer
*>   offers it, the record itself is kept as the decision log.
*>
     open     i-o Credit-Auth-File.
     if       WS-CA-Status not = zero
              go to CA010-Exit.               *> no file, none parked
     move     "N"          to CA-Type.
     move     sih-invoice  to CA-Invoice.
     read     Credit-Auth-File
              invalid key
              go to CA998-Close
     end-read
     move     "Y"          to WS-CA-Closed.       *> number stays logged
     if       not CA-Waiting
              go to CA998-Close.
     move     "R"          to CA-Status.
     move     Usera (1:8)  to CA-Decided-By.
     move     to-day       to u-date.
     move     zero         to u-bin.
     perform  maps04.
     move     u-bin        to CA-Decided-Date.
     accept   CA-Decided-Time from time.
     move     "Deleted before approval" to CA-Reason.
     rewrite  Credit-Auth-Record.
*>
 CA998-Close.
     close    Credit-Auth-File.
*>
 CA010-Exit.
     exit     section.
*>
 Update-Stock-n-Audit section.
*>===========================
*>
 Update-Stock-Exit.
     exit     section.
*>
 KT010-Explode-Kit       section.
*>==============================
*>
*>  15/10/26 - kit line j: each component in turn stands in for the
*>   line so Update-Stock-n-Audit adds it back, as sl910 took it.
*>
     move     sil-product (j)     to WS-Kit-Product WS-Temp-Stock-Key.
     move     sil-description (j) to WS-Kit-Desc.
     move     sil-qty (j)         to WS-Kit-Qty.
     if       ws-Stock-No-Long = spaces
              move ws-Abrev-Stock to WS-Stock-Abrev-Key
              move 2 to File-Key-No
     else
              move WS-Temp-Stock-Key to WS-Stock-Key
              move 1 to File-Key-No
     end-if
     perform  Stock-Read-Indexed.
     if       fs-reply not = zero
              perform Eval-Status
              display SL194           at line ws-23-lines col 1 with erase eol foreground-color 4
              display fs-reply        at line ws-23-lines col 26 with foreground-color 3
              display exception-msg   at line ws-23-lines col 29 with foreground-color 3
              display WS-Kit-Product  at 2064 with foreground-color 3
              display sl006           at line ws-lines col 01 with foreground-color 3
              accept  ws-reply        at line ws-lines col 45
              display " "             at line ws-23-lines col 1 with erase eos
              go to KT010-Exit.
     move     WS-Stock-Key to Kit-Stock-Key.
     set      Kit-Explode to true.
     call     "st071" using WS-Kit-Call system-record file-defs.
     perform  KT020-Component varying WS-Kit-Ndx from 1 by 1
                                until WS-Kit-Ndx > Kit-Count.
     move     WS-Kit-Product to sil-product (j).
     move     WS-Kit-Desc    to sil-description (j).
     move     WS-Kit-Qty     to sil-qty (j).
*>
 KT010-Exit.
     exit     section.
*>
 KT020-Component         section.
*>==============================
*>
     if       Kit-Comp-Key (WS-Kit-Ndx) (8:6) = spaces
              move Kit-Comp-Abrev (WS-Kit-Ndx) to sil-product (j)
     else
              move Kit-Comp-Key   (WS-Kit-Ndx) to sil-product (j).
     move     Kit-Comp-Desc (WS-Kit-Ndx) to sil-description (j).
     compute  sil-qty (j) = WS-Kit-Qty * Kit-Comp-Qty (WS-Kit-Ndx).
     perform  Update-Stock-n-Audit.
*>
 KT020-Exit.
     exit     section.
*>
 Eval-Status  section.
*>===================
     display  ws-date at 0550 with foreground-color 3.
     display  sih-order at 0769 with foreground-color 3.
     display  sih-type at 1007 with foreground-color 3.
*>
*>  Need to read in all line recs, then update stats one by one
*>    and the stock rec.
*>
     perform  Read-Details.                 *> Get all item lines
*>
*>  15/10/26 - drop-ship lines have a supplier order raised against
*>   them, so as sl920 the invoice cannot be deleted here.
*>
     move     "N" to WS-DS-Found.
     perform  DS010-Test-Drop-Ship varying j from 1 by 1
                                   until j > sih-lines.
     if       WS-DS-Found = "Y"
              display SL402 at 1601 with foreground-color 4 erase eol
              go to invoice-enter.
*>
     display  "Invoice To Be Deleted (Y/N) - [ ]" at 1601 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 1632 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to  main-exit.
*>
     perform  Update-Details varying j from 1 by 1
                             until j > sih-lines.   *> update audit & stock recs
     move     "N" to WS-CA-Closed.
     if       sih-type = 3                    *> parked for approval ?
              perform CA010-Close-Credit.
     if       not FS-Cobol-Files-Used
              perform Invoice-Delete-All    *> Delete All for invoice # using RDB
     else
              perform  Invoice-Delete       *>  delete   invoice-file -> Deleting Header
              perform  Delete-Details.
*>
*> Save the deleted inv # for re-use in sl910, but not a credit note
*>  number Credit-Auth-File keeps the decision under, as sl947.
*>
     if       WS-CA-Closed = "Y"
              go to main-exit.
     move     sih-invoice  to  WS-Del-Inv-Nos.
     move     sih-date     to  del-inv-dat.
     move     sih-customer to  del-inv-cus.
