*>                        SL070. Analysis codes set up - Defaults only.
*>                        Sl930. Invoice print
*>                        Sl960. New Customer create
*>                        st071. Kit component explosion & costing.
*>                        st074. Style size by colour quantity grid.
*>**
*>    Function used keys:
*>                        F1 - Enter New Customer process.
*>                        F5 - Stock - Read next by Description
*>                        F6 - Stock - skip current order.
*>                        F8 - Use delivery address
*>                        F7 - Qty - Log the quantity as a lost sale (declined).
*>                        F9 - Qty - Drop-ship this line direct from the supplier.
*>**
*>    Error messages used.
*>     System Wide:
*>                        SL207.   BO Table size exceeded - increase & recomp.
*>                        SL208.   Aborting BO processing this time.
*>                        SL209 - SL221.
*>                        SL348.   Drop-ship needs a primary supplier
*>                        SL349.   Drop-ship for stocked items on invoices only
*>                        SL350.   Drop-ship order not raised
*>                        SL355.   Kit has no components set up
*>                        SL358.   Style has no variants made
*>                        SL361.   Lost sale reason prompt
*>                        SL362.   Back order offer
*>                        SL363.   Lost sale not logged
*>****
*>  Changes.
*> 04/03/83 Vbc - Changes To Fdinv.Cob And Cr-Notes.
*>                    with stock.  Demand moved either way is logged
*>                    to substdmd.dat for the transferred-demand
*>                    report.
*> 15/10/26 vbc   .55 Customer groups (sl944): the credit check also
*>                    tests the head office group limit against the
*>                    whole group's balance plus this invoice, with
*>                    the same override and audit as the branch
*>                    limit (CO-Limit-Type = G).
*> 15/10/26 vbc   .56 Credit note approval: a credit note over the
*>                    sl947 threshold, or keyed with no RMA (now
*>                    allowed - RMA Nos zero), is parked awaiting
*>                    approval in crauth.dat and sl060 holds it back
*>                    until sl947 approves or rejects it.
*> 15/10/26 vbc   .57 Drop-shipment: F9 at the quantity flags a stocked
*>                    line drop-ship (sil-Back-Ordered = D) - no
*>                    Stock-Held cap or movement, and once stored pl049
*>                    raises the order to Stock-Supplier-P1 for
*>                    delivery direct to the customer's delivery
*>                    address.  sl060 holds the invoice back until the
*>                    supplier's despatch is confirmed in sl948.
*> 15/10/26 vbc   .58 Sales kits: a kit (phantom) item, Stock-Kit-Flag,
*>                    is offered up to what its components will make
*>                    (st071), margin checked at the sum of their
*>                    costs and the line marked sil-Back-Ordered = K.
*>                    Once stored each component comes off Stock-Held
*>                    and is audited under the invoice, not the kit -
*>                    the invoice still shows the one kit line.  Kits
*>                    are not back ordered or drop-shipped.
*> 15/10/26 vbc   .59 Stock styles: a style code (st073) keyed as the
*>                    item brings up the size by colour grid (st074)
*>                    in the item body; each variant given a quantity
*>                    then comes up in turn as the next line, item and
*>                    quantity filled in, through the usual price,
*>                    held and margin checks.
*> 15/10/26 vbc   .60 Lost demand: a quantity cut back to held with no
*>                    back order (SL201), or a back order the customer
*>                    turns down (now asked, SL362), goes on the
*>                    lostdmd.dat trail with a reason - S no stock,
*>                    P price, L lead time, D discontinued.  F7 at the
*>                    quantity logs a plain refusal the same way.
*>
*>****** MORE NOTES ************
*>
                   status Mo-Fs-Reply.
*>
 copy "selsubst.cob".    *> 02/09/26 supersession/substitutes (st027).
 copy "selcgrp.cob".     *> 15/10/26 customer groups (sl944).
 copy "selcrauth.cob".   *> 15/10/26 credit note approval (sl947).
*>
*> New 02/09/26 - transferred-demand log, flat append only like the
*> override trails above.
 select   Subst-Demand-File assign "substdmd.dat"
                   organization  line sequential
                   status Sd-Fs-Reply.
*>
*> New 15/10/26 - lost demand log, the same again.
 select   Lost-Demand-File assign "lostdmd.dat"
                   organization  line sequential
                   status Ld-Fs-Reply.
*>
 data                    division.
*>===============================
 copy "fdusers.cob".    *> 02/09/26 supervisor check.
 copy "fdsubst.cob".    *> 02/09/26 supersession/substitutes.
 copy "fdsubdmd.cob".   *> 02/09/26 transferred-demand log.
 copy "fdlostdm.cob".   *> 15/10/26 lost demand log.
 copy "fdcgrp.cob".     *> 15/10/26 customer groups.
 copy "fdcrauth.cob".   *> 15/10/26 credit note approval.
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL910 (3.02.60)".
 77  WS-Rep-Bad          pic 9     value zero.
 77  Rep-File-Present    pic 9     value zero.
 77  RMA-File-Present    pic 9     value zero.
     03  WS-CO-New-Balance   pic s9(8)v99    comp-3  value zero.
     03  WS-CO-Reply         pic x           value space.
     03  WS-CO-Reason        pic x(30)       value spaces.
     03  WS-CO-Limit         pic s9(8)v99    comp-3  value zero.
     03  WS-CO-Balance       pic s9(8)v99    comp-3  value zero.
     03  WS-CO-Limit-Type    pic x           value space.
     03  WS-CG-Status        pic 99          value zero.   *> 15/10/26 groups
     03  WS-CG-Parent        pic x(7)        value spaces.
     03  WS-CG-Sales-Hold    pic x(300)      value spaces.
*>
 01  WS-Margin-Check-Data.        *> New 02/09/26 for margin floor guardrail
     03  Mo-Fs-Reply         pic 99          value zero.
     03  WS-Sub-Why          pic x           value space.   *> 02/09/26
     03  WS-Sub-Reply        pic x           value space.   *> 02/09/26
     03  WS-Sub-Orig         pic x(13)       value spaces.  *> 02/09/26
     03  Ld-Fs-Reply         pic 99          value zero.    *> 15/10/26
     03  WS-LD-Qty           pic 9(6)        value zero.    *> 15/10/26
     03  WS-LD-Reason        pic x           value space.   *> 15/10/26
     03  WS-LD-Last-Key      pic x(13)       value spaces.  *> 15/10/26
     03  WS-LD-Last-Line     pic 99          value zero.    *> 15/10/26
     03  WS-LD-BO-Reply      pic x           value space.   *> 15/10/26
     03  WS-MG-File          pic 9           value zero.
         88  MG-File-Open                    value 1.
         88  MG-File-Missing                 value 2.
     03  WS-MG-Margin-Pc     pic s999v99     comp-3  value zero.
     03  WS-MG-Super-Id      pic x(8)        value spaces.
     03  WS-MG-Super-Pw      pic x(4)        value spaces.
*>
 01  WS-Credit-Auth-Data.         *> New 15/10/26 credit note approval
     03  WS-CA-Status        pic 99          value zero.
     03  WS-CA-RMA           pic 9(8)        value zero.
     03  WS-CA-Gross         pic s9(7)v99    comp-3  value zero.
     03  WS-CA-Threshold     pic 9(7)v99     comp-3  value zero.
*>
 01  WS-Drop-Ship-Data.           *> New 15/10/26 drop-shipment orders
     03  WS-DS-Cnt           pic 99          value zero.
     03  WS-DS-Fail          pic 99          value zero.
*>
 copy "wsdrop.cob".               *> 15/10/26 pl049 call block.
*>
 01  WS-Kit-Data.                 *> New 15/10/26 sales kits
     03  WS-Kit-Ndx          pic 99          value zero.
     03  WS-Kit-Product      pic x(13)       value spaces.
     03  WS-Kit-Desc         pic x(32)       value spaces.
     03  WS-Kit-Qty          binary-long     value zero.
*>
 copy "wskit.cob".                *> 15/10/26 st071 call block.
*>
 01  WS-Grid-Data.                *> New 15/10/26 style grid entry
     03  WS-VG-Qty           pic 9(4)        value zero.
     03  WS-VG-Line          pic 99          value zero.
     03  WS-VG-Save-Lin      pic 99          value zero.
     03  WS-VG-Got           pic x           value "N".
*>
 copy "wsgrid.cob".               *> 15/10/26 st074 call block.
*>
 copy "wsmaps01.cob".         *> 02/09/26 password obfuscation for the
*>                               supervisor check (as general.cbl login).
     03  SL227          pic x(56) value "SL227 Credit notes need an open RMA for this customer".
     03  SL228          pic x(44) value "SL228 RMA marked Credited for this invoice".
     03  SL229          pic x(65) value "SL229 Consolidated inv customer - use SL912. Override (Y/N) [ ]".
     03  SL338          pic x(56) value "SL338 GROUP LIMIT EXCEEDED - Override this invoice (Y/N)".
     03  SL343          pic x(54) value "SL343 Credit note parked awaiting approval - see SL947".
     03  SL348          pic x(58) value "SL348 No primary supplier on this item - cannot drop-ship".
     03  SL349          pic x(54) value "SL349 Drop-ship is for stocked items on invoices only".
     03  SL350          pic x(49) value "SL350 Drop-ship order not raised for line, status".
     03  SL355          pic x(50) value "SL355 Kit has no components set up - see st010 (1)".
     03  SL358          pic x(45) value "SL358 Style has no variants made - see st073".
     03  SL361          pic x(73) value "SL361 Lost sale - S stock, P price, L lead time, D disc'd, blank none [ ]".
     03  SL362          pic x(56) value "SL362 Short - will the customer take a back order (Y/N)?".
     03  SL363          pic x(37) value "SL363 Lost sale not logged, status =".
     03  SL230          pic x(20) value "SL230 Account".
     03  SL231          pic x(26) value "SL231 System rec in use by".
*>
              move     Sil-Product (J) to BO-Stk-Item-No
              delete   BO-Stk-Itm-File record.
*>
     If       Sil-Back-Ordered (J) = "D"       *> 15/10/26 drop-ship,
              perform DS010-Raise-Order         *>  no stock moves
     else
      If      Sil-Back-Ordered (J) = "K"       *> 15/10/26 kit, the
              perform KT010-Explode-Kit         *>  components move
      else
              perform  Update-Stock-n-Audit.
*>
 Main-Exit.
     exit     section.
*>
 Get-Code.
     move     zero to WS-Qty-Raw.            *> fresh line, fresh qty
     move     spaces to WS-LD-Last-Key.      *>  and lost demand
     If       I  >  1
       and    Sil-PA (I) = spaces
              move  Sil-PA (I - 1)  to  Sil-PA (I).
              move  1 to I.
     display  I at 1223 with foreground-color 3.             *> disp line # on summary line
     move     2 to cole.
*>
*>  Style grid lines still to come - next variant, no keying.  15/10/26.
*>
     If       Grid-Next not > Grid-Count
       and    Grid-Count not = zero
              perform VG020-Next-Variant
              If   WS-VG-Got = "Y"
                   go to GSS-End
              end-if
     end-if
     move     Sil-product (I) to WS-product.
     display  WS-product at curs with foreground-color 3.
     accept   WS-product at curs with foreground-color 3 update.
     If       FS-Reply = 21 or = 23
              perform zz300-Try-Successor
     end-if
*>
*>  A style code - take the quantities on the size by colour grid and
*>   feed the variants in as the following lines.  15/10/26.
*>
     If       FS-Reply = 21 or = 23
              perform VG010-Style-Grid
              If   Grid-RC not = 1
                   go to Get-Product
              end-if
     end-if
     If       FS-Reply = 21 or = 23
              move SL196 to WS-Stock-Desc
              display WS-Stock-Desc at curs with foreground-color 4
     If       SL-Stock-Link = "Y"
        and   Subst-File-Present = 1
        and   Stock-Services-Flag not = "Y"
        and   Stock-Kit-Flag not = "Y"
        and   Stock-Held = zero
        and   Sih-Type not = 3
              perform zz310-Offer-Substitute.
*>
*>  Have the required Stock record so get and show the desc
*>
     move     space to Sil-Back-Ordered (I).   *> 15/10/26 not drop-ship
     move     17 to cole.        *> Desc.
     move     Stock-SA-Group to WS-PA
                                pa-group
     move     amt-wk-pds7   to WS-pound7.
     move     amt-wk-pence7 to WS-pence7.
     display  WS-amount-screen-display7 at line lin col 60 with foreground-color 3.
*>
*>  Kit (phantom) item - holds nothing itself, so offer what the
*>   components will make up and cost it at the sum of theirs.  15/10/26.
*>
     If       SL-Stock-Link = "Y"
        and   Stock-Kit-Flag = "Y"
              perform KT005-Kit-Stock.
     move     Stock-Held to WS-Qty.
     If       Stock-Services-Flag = "Y"
              move 1 to WS-Qty
     end-if
     If       WS-VG-Qty not = zero              *> 15/10/26 from the style grid
              move WS-VG-Qty to WS-Qty
              move zero to WS-VG-Qty
     end-if
     go       to Get-Qty.          *> Bypass manual Input code as comes from stock record
*>
 Get-Prod-Test.   *> THESE TESTS LOOK WRONG IF SCREEN LONGER THAN 24 LINES <<<<< TEST for this
*>
 Get-Code.
     move     zero to WS-Qty-Raw.            *> fresh line, fresh qty
     move     spaces to WS-LD-Last-Key.      *>  and lost demand
     If       I  >  1
       and    Sil-PA (I) = spaces
              move  Sil-PA (I - 1)  to  Sil-PA (I).
     end-if
     display  WS-Qty at curs with foreground-color 3.
     accept   WS-Qty at curs with foreground-color 3 update.
*>
*>  F9 flags (or unflags) the line drop-ship - supplier delivers
*>   straight to the customer, nothing comes off Stock-Held.  15/10/26.
*>
     If       Cob-Crt-Status = Cob-Scr-F9
              perform DS005-Flag-Line
              go to Get-Qty.
*>
*>  F7 - the customer will not have it (price, lead time ...) - the
*>   quantity keyed goes on the lost demand trail.  15/10/26.
*>
     If       Cob-Crt-Status = Cob-Scr-F7
              If   SL-Stock-Link = "Y"
               and WS-Qty not = zero
               and Sih-Type not = 3
                   move WS-Qty to WS-LD-Qty
                   If   Stock-Sell-Factor > 1
                        multiply Stock-Sell-Factor by WS-LD-Qty
                   end-if
                   move "P"    to WS-LD-Reason
                   perform zz330-Lost-Demand
              end-if
              move zero to WS-Qty
              go to Get-Qty.
*>
     If       WS-Qty = zero
              go to Get-Desc.
     If       Stock-Services-Flag not = "Y"
       and    WS-BO-Used
       and    Sales-BO-Set
       and    Sil-Back-Ordered (I) not = "D"
       and    Sil-Back-Ordered (I) not = "K"
              move  "Y" to WS-BO-Can-Be-Used.  *> Testing use WS-BO-Usable (Y)

     If       SL-Stock-Link = "Y"         *> make sure not selling more stock than held
       and    WS-Qty > Stock-Held
       and    not WS-BO-Usable
       and    Sil-Back-Ordered (I) not = "D"
              If   Sih-Type not = 3                      *> 15/10/26
                   compute WS-LD-Qty = WS-Qty - Stock-Held
                   move "S" to WS-LD-Reason
                   perform zz330-Lost-Demand
              end-if
              move Stock-Held to WS-Qty   *> max value Is stock held
              display  SL201 at line WS-23-lines col 1 with foreground-color 4 highlight
              go to Get-Qty
       and    Stock-Services-Flag not = "Y"
       and    WS-Qty not > Stock-Held
       and    WS-Qty > (Stock-Held - Stock-Committed)
       and    Sil-Back-Ordered (I) not = "D"
              display  SL225 at line WS-23-lines col 1 with foreground-color 4 highlight bell
              move     "N" to WS-Reply
              accept   WS-Reply at line WS-23-lines col 68 with foreground-color 3 upper update
     If       SL-Stock-Link = "Y"         *> make sure not selling more stock than held - 19/03/24
       and    WS-Qty > Stock-Held
       and    WS-BO-Usable
       and    Sil-Back-Ordered (I) not = "D"
              perform  zz335-Offer-Back-Order            *> 15/10/26
              If       WS-LD-BO-Reply = "Y"
                       If       Stock-Held = zero
                                move     zero to WS-Temp-Invoice
                       end-if
                       perform  zz120-Build-BO-Record   *> but not for credit notes
              end-if
              move     Stock-Held to WS-Qty
              display  SL205 at line ws-23-Lines col 1 with foreground-color 4 highlight bell
              If       WS-Qty = zero
              accept  WS-reply      at line WS-lines    col 44
              display " "           at line WS-23-lines col  1 with erase eos.
*>
     If       sih-type = 3
              perform CA010-Park-Credit.      *> 15/10/26 approval
     If       sih-type = 3
        and   RMA-File-Present = 1
              perform zz131-RMA-Consume.      *> 22/08/26 folio is real
*>
     move     zero to  J WS-DS-Cnt WS-DS-Fail.
     perform  Write-Details  I  times.
     If       WS-DS-Cnt not = zero
              perform DS020-Report-Raised.
*>
*>  Set for sl930   Invoice print
*>
              perform  Stock-Close
              perform  Stock-Audit-Close
     end-if
*>
     set      DSB-Fn-Close to true.              *> pl049 drop-ship orders
     call     "pl049" using WS-calling-data system-record to-day
                            file-defs Drop-Ship-Block.
     set      Kit-Close to true.                 *> st071 kit components
     call     "st071" using WS-Kit-Call system-record file-defs.
*>
*>  Now call print Invoice program as received a Immediate print request
*>
*>
 MG199-Exit.
     exit     section.
*>
 CA010-Park-Credit       section.
*>==============================
*>
*>  15/10/26 - a credit note over the sl947 threshold (zero = no
*>   value test) or with no RMA quoted is parked awaiting approval;
*>   sl060 will not post it until sl947 approves it.  Anything else
*>   goes through as before and gets no record.
*>
     compute  WS-CA-Gross =
              sih-Net + sih-extra + sih-carriage + sih-deduct-amt
            + sih-VAT + sih-e-VAT + sih-c-VAT    + sih-deduct-VAT.
     If       WS-CA-Gross < zero
              multiply -1 by WS-CA-Gross.
     open     i-o Credit-Auth-File.
     If       WS-CA-Status not = zero
              open  output Credit-Auth-File
              close Credit-Auth-File
              open  i-o    Credit-Auth-File.
     If       WS-CA-Status not = zero
              go to CA999-Exit.
*>
     move     zero to WS-CA-Threshold.
     move     "0"  to CA-Type.
     move     zero to CA-Invoice.
     read     Credit-Auth-File
              invalid key
              move zero to CAC-Threshold
     end-read
     move     CAC-Threshold to WS-CA-Threshold.
*>
     move     spaces to CA-Credit-Data.
     If       WS-CA-Threshold not = zero
        and   WS-CA-Gross > WS-CA-Threshold
              move "V" to CA-Why.
     If       WS-CA-RMA = zero
              if   CA-Why-Value
                   move "B" to CA-Why
              else
                   move "R" to CA-Why
              end-if
     end-if
     If       CA-Why = space
              go to CA998-Close.
*>
     move     "N"           to CA-Type.
     move     Sih-Invoice   to CA-Invoice.
     move     Sih-Customer  to CA-Customer.
     move     WS-CA-Gross   to CA-Amount.
     move     WS-CA-RMA     to CA-RMA.
     move     "W"           to CA-Status.
     move     Usera         to CA-Raised-By.
     move     to-day        to u-date.
     move     zero          to u-bin.
     perform  maps04.
     move     u-bin         to CA-Raised-Date.
     move     zero to CA-Decided-Date CA-Decided-Time.
     move     "N"           to CA-Held.
     write    Credit-Auth-Record
              invalid key
              rewrite Credit-Auth-Record
     end-write
     display  SL343 at line WS-23-lines col 1 with foreground-color 4 highlight
                                                   erase eol.
*>
 CA998-Close.
     close    Credit-Auth-File.
*>
 CA999-Exit.
     exit     section.
*>
 DS005-Flag-Line         section.
*>==============================
*>
*>  15/10/26 - F9 at the quantity toggles the line drop-ship: an
*>   invoice (type 2) line for a stocked item with a primary supplier
*>   only.  Marked DS beside the description.
*>
     If       SL-Stock-Link not = "Y"
        or    Sih-Type not = 2
        or    Stock-Services-Flag = "Y"
        or    Sil-Back-Ordered (I) = "K"
              display SL349 at line WS-23-lines col 1 with foreground-color 4
                                                       highlight erase eol
              go to DS005-Exit.
     If       Stock-Supplier-P1 = spaces
              display SL348 at line WS-23-lines col 1 with foreground-color 4
                                                       highlight erase eol
              go to DS005-Exit.
     display  " " at line WS-23-lines col 1 with erase eol.
     If       Sil-Back-Ordered (I) = "D"
              move space to Sil-Back-Ordered (I)
              display "  " at line lin col 50 with foreground-color 2
     else
              move "D"   to Sil-Back-Ordered (I)
              display "DS" at line lin col 50 with foreground-color 3 highlight.
*>
 DS005-Exit.
     exit     section.
*>
 DS010-Raise-Order       section.
*>==============================
*>
*>  15/10/26 - drop-ship line J of the stored invoice: pl049 raises
*>   the order to the item's primary supplier at Stock-Cost, to go
*>   to the customer's delivery address (sales address if none), and
*>   records the line so sl060 holds the invoice until despatch is
*>   confirmed in sl948.
*>
     move     Sil-Product (J) to WS-Stock-Key.
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     If       fs-reply not = zero
              move spaces to Stock-Supplier-P1
              move zero   to Stock-Cost.
*>
     move     Sales-Name    to DSB-Deliv-Name.
     move     Sales-Address to DSB-Deliv-Addr.
     If       Delivery-Tag not = zero
              move "D"          to WS-Deliv-Key-Type
              move Sih-Customer to WS-Deliv-Sales-Key
              perform Delivery-Read-Indexed
              If    fs-reply = zero
                    move Deliv-Name    to DSB-Deliv-Name
                    move Deliv-Address to DSB-Deliv-Addr
              end-if
     end-if
*>
     set      DSB-Fn-Raise    to true.
     move     Sih-Invoice     to DSB-Invoice.
     move     J               to DSB-Line.
     move     Sih-Customer    to DSB-Customer.
     move     Sih-Date        to DSB-Date.
     move     Sil-Product (J) to DSB-Product.
     move     Sil-Description (J) to DSB-Desc.
     move     Sil-Qty (J)     to DSB-Qty.
     move     Sil-Net (J)     to DSB-Sale-Net.
     move     Stock-Supplier-P1 to DSB-Supplier.
     move     Stock-Cost      to DSB-Unit-Cost.
     If       DSB-Supplier = spaces
              move 23 to DSB-Error
              move zero to DSB-Folio
     else
              call "pl049" using WS-calling-data system-record to-day
                                 file-defs Drop-Ship-Block.
     If       DSB-Folio = zero
              add  1 to WS-DS-Fail
              display SL350     at line WS-23-lines col 1 with foreground-color 4
                                                          highlight erase eol
              display J         at line WS-23-lines col 51 with foreground-color 3
              display DSB-Error at line WS-23-lines col 58 with foreground-color 3
              display SL006     at line WS-lines col 1 with foreground-color 3
              accept  WS-reply  at line WS-lines col 44
              display " "       at line WS-23-lines col 1 with erase eos
     else
              add  1 to WS-DS-Cnt.
*>
 DS010-Exit.
     exit     section.
*>
 KT005-Kit-Stock         section.
*>==============================
*>
*>  15/10/26 - line I is a kit.  Held becomes what the components
*>   will make up (so the usual cap applies), nothing is committed
*>   to it and Stock-Cost is the sum of the components' costs for the
*>   margin floor.  Only this copy of the record is changed - the kit
*>   record itself is never rewritten here.
*>
     set      Kit-Explode to true.
     move     WS-Stock-Key to Kit-Stock-Key.
     call     "st071" using WS-Kit-Call system-record file-defs.
     If       Kit-RC = 1
              display SL355 at line WS-23-lines col 1 with foreground-color 4
                                                       highlight erase eol.
     move     "K"       to Sil-Back-Ordered (I).
     move     Kit-Avail to Stock-Held.
     move     zero      to Stock-Committed.
     move     Kit-Cost  to Stock-Cost.
*>
 KT005-Exit.
     exit     section.
*>
 KT010-Explode-Kit       section.
*>==============================
*>
*>  15/10/26 - kit line J of the stored invoice: each component in
*>   turn stands in for the line so Update-Stock-n-Audit moves it by
*>   qty sold * qty per kit under this invoice, then the line is put
*>   back as it was.  The line may carry the abbreviated key so get
*>   the kit's stock number from its record.
*>
     move     Sil-Product (J)     to WS-Kit-Product WS-Temp-Stock-Key.
     move     Sil-Description (J) to WS-Kit-Desc.
     move     Sil-Qty (J)         to WS-Kit-Qty.
     If       WS-Stock-No-Long = spaces
              move WS-Abrev-Stock to WS-Stock-Abrev-Key
              move 2 to File-Key-No
     else
              move WS-Temp-Stock-Key to WS-Stock-Key
              move 1 to File-Key-No
     end-if
     perform  Stock-Read-Indexed.
     If       fs-reply not = zero
              perform Test-For-Read-Stock
              go to KT010-Exit.
     move     WS-Stock-Key to Kit-Stock-Key.
     set      Kit-Explode to true.
     call     "st071" using WS-Kit-Call system-record file-defs.
     perform  KT020-Component varying WS-Kit-Ndx from 1 by 1
                                until WS-Kit-Ndx > Kit-Count.
     move     WS-Kit-Product to Sil-Product (J).
     move     WS-Kit-Desc    to Sil-Description (J).
     move     WS-Kit-Qty     to Sil-Qty (J).
*>
 KT010-Exit.
     exit     section.
*>
 KT020-Component         section.
*>==============================
*>
*>
*>  Short stock numbers are read on the abbreviated key there, as
*>   for a keyed line.
*>
     If       Kit-Comp-Key (WS-Kit-Ndx) (8:6) = spaces
              move Kit-Comp-Abrev (WS-Kit-Ndx) to Sil-Product (J)
     else
              move Kit-Comp-Key   (WS-Kit-Ndx) to Sil-Product (J).
     move     Kit-Comp-Desc (WS-Kit-Ndx) to Sil-Description (J).
     compute  Sil-Qty (J) = WS-Kit-Qty * Kit-Comp-Qty (WS-Kit-Ndx).
     perform  Update-Stock-n-Audit.
*>
 KT020-Exit.
     exit     section.
*>
 VG010-Style-Grid        section.
*>==============================
*>
*>  15/10/26 - WS-product not an item, so try it as a style.  The grid
*>   uses the item body from this line down and leaves it clear, so
*>   the lines already on this screen are put back afterwards.
*>
     move     zero to Grid-Count Grid-Next.
     move     WS-product (1:7) to Grid-Style.
     If       WS-product (8:6) not = spaces
              move 1 to Grid-RC
              go to VG010-Exit.
     move     16 to Grid-Top-Line.
     subtract 1 from WS-23-lines giving Grid-Bot-Line.
     call     "st074" using WS-Grid-Call system-record file-defs.
     If       Grid-RC = 1
              go to VG010-Exit.
     perform  VG030-Redraw-Body.
     If       Grid-RC = 2
              display SL358 at line WS-23-lines col 1 with foreground-color 4
                                                        highlight erase eol.
     If       Grid-RC not = zero
         or   Grid-Count = zero
              move zero to Grid-Count
              move spaces to Sil-product (I)
     else
              move 1 to Grid-Next.
*>
 VG010-Exit.
     exit     section.
*>
 VG020-Next-Variant      section.
*>==============================
*>
*>  15/10/26 - the next variant off the grid for line I.  A short
*>   stock number goes on the line as its abbreviated key, as a keyed
*>   line would.
*>
     move     "N" to WS-VG-Got.
     move     Grid-Stock-Key (Grid-Next) to WS-Stock-Key.
     move     Grid-Qty (Grid-Next)       to WS-VG-Qty.
     add      1 to Grid-Next.
     If       Grid-Next > Grid-Count
              move zero to Grid-Count.
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     If       FS-Reply not = zero
              move zero to WS-VG-Qty
              move SL196 to WS-Stock-Desc
              display WS-Stock-Desc at line lin col 17 with foreground-color 4
              go to VG020-Exit.
     If       WS-Stock-Key (8:6) = spaces
              move WS-Stock-Abrev-Key to WS-product
     else
              move WS-Stock-Key to WS-product.
     move     WS-product to Sil-product (I)
                            test-product
                            WS-Temp-Stock-Key.
     move     zero to Cob-Crt-Status.
     display  WS-product at curs with foreground-color 3.
     move     "Y" to WS-VG-Got.
*>
 VG020-Exit.
     exit     section.
*>
 VG030-Redraw-Body       section.
*>==============================
*>
*>  15/10/26 - the item body frames again, with lines already keyed on
*>   this screen (J - 1 of them, ending with line I - 1) shown.
*>
     move     lin to WS-VG-Save-Lin.
     compute  WS-VG-Line = I - J.
     move     16 to lin.
*>
 VG030-Row.
     If       lin not < WS-23-lines
              go to VG030-Done.
     move     1 to cole.
     display  "[             ][" at curs with foreground-color 2 erase eol.
     move     49 to cole.
     display  "]  [     ][          ][     ][ ]" at curs  with foreground-color 2.
     add      1 to WS-VG-Line.
     If       WS-VG-Line < I
        and   WS-VG-Line > zero
              perform VG040-Show-Line.
     add      1 to lin.
     go       to VG030-Row.
*>
 VG030-Done.
     move     WS-VG-Save-Lin to lin.
*>
 VG030-Exit.
     exit     section.
*>
 VG040-Show-Line         section.
*>==============================
*>
     move     2 to cole.
     display  Sil-product (WS-VG-Line) at curs with foreground-color 3.
     move     17 to cole.
     display  Sil-Description (WS-VG-Line) at curs with foreground-color 3.
     move     Sil-product (WS-VG-Line) to test-product.
     If       Sil-comment
              go to VG040-Exit.
     move     Sil-Qty (WS-VG-Line) to WS-Qty.
     move     53 to cole.
     display  WS-Qty at curs with foreground-color 3.
     move     Sil-Unit (WS-VG-Line) to amt-ok7.
     move     amt-wk-pds7   to WS-pound7.
     move     amt-wk-pence7 to WS-pence7.
     display  WS-amount-screen-display7 at line lin col 60 with foreground-color 3.
     move     Sil-Discount (WS-VG-Line) to WS-discount.
     move     WS-disc-wka to WS-disca1.
     move     WS-disc-wkb to WS-disca3.
     move     72 to cole.
     display  WS-discount-display at curs with foreground-color 3.
     move     79 to cole.
     display  Sil-Vat-Code (WS-VG-Line) at curs with foreground-color 3.
*>
 VG040-Exit.
     exit     section.
*>
 DS020-Report-Raised     section.
*>==============================
*>
     display  "Drop-ship orders raised - " at line WS-23-lines col 1
                                  with foreground-color 2 erase eol.
     display  WS-DS-Cnt at line WS-23-lines col 27 with foreground-color 3.
     display  "invoice held from posting until despatch confirmed (sl948)"
                        at line WS-23-lines col 30 with foreground-color 2.
     display  SL006     at line WS-lines col 1 with foreground-color 3.
     accept   WS-reply  at line WS-lines col 44.
     display  " "       at line WS-23-lines col 1 with erase eos.
*>
 DS020-Exit.
     exit     section.
*>
 CL010-Check-Credit-Limit section.
*>================================
*>  balance over Sales-Limit.  Sales-Limit = zero means no limit is
*>  set for this customer, so no check is made.  Every override is
*>  logged to Cred-Override-File whether allowed or refused.
*>  A branch of a customer group (sl944) is then tested against the
*>  head office group limit the same way.  15/10/26.
*>
     move     space to WS-CO-Reply.
     compute  WS-CO-Invoice-Value =
              sih-Net + sih-extra + sih-carriage + sih-deduct-amt
            + sih-VAT + sih-e-VAT + sih-c-VAT    + sih-deduct-VAT.
     if       Sales-Limit = zero
              go to CL020-Group.
*>
     compute  WS-CO-New-Balance = Sales-Current + WS-CO-Invoice-Value.
     if       WS-CO-New-Balance not > Sales-Limit
              go to CL020-Group.
*>
     display  SL222 at line WS-lines col 1 with foreground-color 4 highlight
                                                 bell erase eol.
     move     Sales-Limit   to WS-CO-Limit.
     move     Sales-Current to WS-CO-Balance.
     move     space         to WS-CO-Limit-Type.
     perform  CL050-Override.
     if       WS-CO-Reply = "B"
              go to CL999-Exit.
*>
 CL020-Group.
     perform  CL030-Group-Balance.
     if       WS-CO-Limit = zero
              go to CL999-Exit.
     compute  WS-CO-New-Balance = WS-CO-Balance + WS-CO-Invoice-Value.
     if       WS-CO-New-Balance not > WS-CO-Limit
              go to CL999-Exit.
     display  SL338 at line WS-lines col 1 with foreground-color 4 highlight
                                                 bell erase eol.
     move     "G" to WS-CO-Limit-Type.
     move     space to WS-CO-Reply.
     perform  CL050-Override.
*>
 CL999-Exit.
     exit     section.
*>
 CL030-Group-Balance section.
*>==========================
*>
*>  Group limit and the balance of every account in the group into
*>   WS-CO-Limit / WS-CO-Balance - limit zero if not in a group or
*>   no group limit.  The other members are read into the sales
*>   record so it is held and put back afterwards.
*>
     move     zero to WS-CO-Limit WS-CO-Balance.
     open     input Cust-Group-File.
     if       WS-CG-Status not = zero
              go to CL039-Exit.
     move     Sih-Customer to CG-Customer.
     read     Cust-Group-File
              invalid key
              go to CL038-Close
     end-read
     move     CG-Parent to WS-CG-Parent.
     if       CG-Customer not = CG-Parent
              move WS-CG-Parent to CG-Customer
              read Cust-Group-File
                   invalid key
                   go to CL038-Close
              end-read
     end-if
     if       CG-Group-Limit = zero
              go to CL038-Close.
     move     CG-Group-Limit to WS-CO-Limit.
     move     WS-Sales-Record to WS-CG-Sales-Hold.
     start    Cust-Group-File key not < CG-Parent
              invalid key
              go to CL037-Restore
     end-start.
*>
 CL035-Next-Member.
     read     Cust-Group-File next record
              at end
              go to CL037-Restore
     end-read
     if       CG-Parent not = WS-CG-Parent
              go to CL037-Restore.
     if       CG-Customer = Sih-Customer          *> added from the hold
              go to CL035-Next-Member.
     move     CG-Customer to WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Read-Indexed.
     if       fs-reply = zero
              add Sales-Current to WS-CO-Balance.
     go       to CL035-Next-Member.
*>
 CL037-Restore.
     move     WS-CG-Sales-Hold to WS-Sales-Record.
     add      Sales-Current to WS-CO-Balance.
*>
 CL038-Close.
     close    Cust-Group-File.
*>
 CL039-Exit.
     exit     section.
*>
 CL050-Override section.
*>=====================
*>
*>  Limit message is on screen.  Reply "B" if refused, logged either
*>   way with the limit and balance in WS-CO-Limit / WS-CO-Balance.
*>
     move     "N" to WS-CO-Reply.
     accept   WS-CO-Reply at line WS-lines col 60 with foreground-color 6 update UPPER.
     display  " " at line WS-lines col 1 with erase eol.
     move     Usera         to CO-User.
     move     Sih-Customer  to CO-Customer.
     move     Sih-Invoice   to CO-Invoice.
     move     WS-CO-Limit   to CO-Credit-Limit.
     move     WS-CO-Balance to CO-Balance-B4.
     move     WS-CO-Invoice-Value to CO-Invoice-Value.
     move     WS-CO-Reason  to CO-Reason.
     move     WS-CO-Limit-Type to CO-Limit-Type.
     write    Cred-Override-Record.
     close    Cred-Override-File.
*>
 CL059-Exit.
     exit     section.
*>
 Total-Screen section.
*>
*>  Credit notes must quote an open (or goods received) RMA raised in
*>   sl911 for this customer - no RMA, no credit note.  21/08/26.
*>  RMA Nos left zero is now taken, the note is parked for approval
*>   (CA010) instead - only Escape backs out.  15/10/26.
*>
     move     zero to WS-CA-RMA.
     If       sih-type = 3
          and RMA-File-Present = 1
              perform zz130-RMA-Gate
              if   Cob-Crt-Status = Cob-Scr-Esc
                   go to type-input
              end-if
              move WS-RMA-In to WS-CA-RMA
     end-if
*>
     move     D-Types (sih-type) to add-line1.
*>
 zz320-Exit.
     exit     section.
*>
 zz330-Lost-Demand     section.
*>****************************
*>
*>  WS-LD-Qty of the item in hand is not being sold - ask why (the
*>   caller's default in WS-LD-Reason) and put a line on the flat
*>   lost demand trail for sl949 and the forecasts.  A blank reason
*>   logs nothing; the same item on the same line is logged once.
*>
     If       WS-LD-Qty = zero
              go to zz330-Exit.
     If       WS-Stock-Key = WS-LD-Last-Key
       and    I = WS-LD-Last-Line
              go to zz330-Exit.
     display  SL361 at line WS-23-lines col 1 with foreground-color 4 highlight erase eol.
     accept   WS-LD-Reason at line WS-23-lines col 72 with foreground-color 6 update UPPER.
     display  " " at line WS-23-lines col 1 with erase eol.
     If       WS-LD-Reason not = "S" and not = "P"
                       and not = "L" and not = "D"
              go to zz330-Exit.
*>
     open     extend Lost-Demand-File.
     If       Ld-Fs-Reply = 35
              open  output Lost-Demand-File.
     If       Ld-Fs-Reply not = zero
              display SL363       at line WS-23-lines col 1 with foreground-color 4 erase eol
              display Ld-Fs-Reply at line WS-23-lines col 39 with foreground-color 4
              go to zz330-Exit.
     accept   LD-Date from date YYYYMMDD.
     move     WS-Stock-Key      to LD-Item.
     move     Sih-Customer      to LD-Customer.
     move     WS-LD-Qty         to LD-Qty.
     move     WS-LD-Reason      to LD-Reason.
     move     "I"               to LD-Source.
     move     WS-Unit           to LD-Unit.
     move     Stock-Cost        to LD-Cost.
     write    Lost-Demand-Record.
     close    Lost-Demand-File.
     move     WS-Stock-Key      to WS-LD-Last-Key.
     move     I                 to WS-LD-Last-Line.
*>
 zz330-Exit.
     exit     section.
*>
 zz335-Offer-Back-Order section.
*>*****************************
*>
*>  More keyed than held and back orders are in use - the shortfall
*>   used to go straight to a BO record.  Now the customer is asked;
*>   a refusal is lost demand (no stock) instead.  15/10/26.
*>
     display  SL362 at line WS-23-lines col 1 with foreground-color 4 highlight erase eol.
     move     "Y" to WS-LD-BO-Reply.
     accept   WS-LD-BO-Reply at line WS-23-lines col 58 with foreground-color 6 update UPPER.
     display  " " at line WS-23-lines col 1 with erase eol.
     If       WS-LD-BO-Reply not = "N"
              move "Y" to WS-LD-BO-Reply
              go to zz335-Exit.
     compute  WS-LD-Qty = WS-Qty - Stock-Held.
     move     "S" to WS-LD-Reason.
     perform  zz330-Lost-Demand.
*>
 zz335-Exit.
     exit     section.
*>
 zz080-Close-All-Files section.
*>****************************
     call     "sl907" using WS-Price-Call file-defs.
     set      Cost-Close to true.                *> st022 layer engine
     call     "st022" using WS-Cost-Call file-defs.
     set      Kit-Close to true.                 *> st071 kit components
     call     "st071" using WS-Kit-Call system-record file-defs.
     set      DSB-Fn-Close to true.              *> pl049 drop-ship orders
     call     "pl049" using WS-calling-data system-record to-day
                            file-defs Drop-Ship-Block.
     close    BO-Stk-Itm-File.
     perform  Invoice-Close.
     perform  OTM3-Close.
