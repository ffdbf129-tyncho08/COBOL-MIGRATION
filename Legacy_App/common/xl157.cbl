       >>source free
*>*********************************************
*>                                            *
*>   Period-End Sales / Purchase Cut-Off      *
*>          Testing Report                    *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         xl157.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            The auditors' cut-off test off the system
*>                        instead of paper.  For a period end date and
*>                        a window of days either side of it:
*>                        Sales - every invoice whose invoice date,
*>                        despatch date (sl931 shipment, else the
*>                        sl950 despatch advice) or proof of delivery
*>                        date (sl937) falls in the window, with the
*>                        date its batch was posted (OTM3 -> batch).
*>                        The goods date is the POD date where there
*>                        is one, else the despatch date.
*>                        Purchase - every folio with a pl035 GRN or a
*>                        purchase invoice date in the window, its
*>                        first and last receipt, the value received
*>                        up to the period end (qty received x line
*>                        unit price) and the posting (OTM5 -> batch).
*>                        Each line straddling the cut-off - goods on
*>                        one side, invoice on the other, or invoiced
*>                        in the period but posted after it or not at
*>                        all - is flagged with its value, and the
*>                        flagged values are totalled by kind.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04.
*>                        acas007/016/019/026/029 FHs.
*>**
*>    Error messages used.
*>                        XL203    Invalid date.
*>                        XL207    Purchase folio table full.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for period-end cut-off testing.
*>
 environment             division.
*>===============================
*>
 copy "envdiv.cob".
 input-output            section.
*>------------------------------
*>
 file-control.
*>-----------
*>
 copy "selprint.cob".
 copy "selship.cob".
 copy "seldsadv.cob".
 copy "selpod.cob".
*>
*> GRN receiving trail written by pl035 (fdplgrn.cob).
 select   PL-GRN-File assign "plgrn.dat"
                   organization  line sequential
                   status Grn-Fs-Reply.
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdprint.cob".
 copy "fdship.cob".
 copy "fddsadv.cob".
 copy "fdpod.cob".
 copy "fdplgrn.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "XL157 (3.02.00)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wsbatch.cob".
 copy "slwsinv.cob".
 01  WS-Invoice-Record   pic x(137).
 copy "wsfdpinv.cob".
 copy "plwspinv.cob".
 copy "slwsoi3.cob".
 copy "plwsoi5B.cob".
 copy "plwsoi.cob" replacing ==OI-Header== by ==POI-Header==.
*>
*> REMARK OUT ANY IN USE
*>
 01  Dummies-4-Unused-ACAS-FH-Calls.      *> Call blk at zz080-ACAS-Calls
     03  Default-Record         pic x.
     03  Final-Record           pic x.
     03  System-Record-4        pic x.
     03  WS-Ledger-Record       pic x.
     03  WS-Posting-Record      pic x.
*>     03  WS-Batch-Record        pic x.
     03  WS-IRS-Posting-Record  pic x.
     03  WS-Stock-Audit-Record  pic x.
     03  WS-Stock-Record        pic x.
     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  WS-Analysis-Record     pic x.
     03  WS-Del-Inv-Nos-Record  pic x.
     03  WS-Purch-Record        pic x.
     03  WS-Pay-Record          pic x.
*>     03  WS-Invoice-Record      pic x.
*>     03  WS-OTM3-Record         pic x.
*>     03  WS-PInvoice-Record     pic x.
*>     03  WS-OTM5-Record         pic x.
*>
 copy "Test-Data-Flags.cob".  *> set sw-testing to zero to stop logging.
*>
 01  All-My-Constants    pic 9(4).
     copy "screenio.cpy".
*>
 01  ws-data.
     03  ws-reply        pic x.
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  Grn-Fs-Reply    pic 99           value zero.
     03  WS-POD-FS       pic 99           value zero.
     03  WS-Ship-Open    pic x            value "N".
     03  WS-DAL-Open     pic x            value "N".
     03  WS-POD-Open     pic x            value "N".
     03  WS-Date-8       pic 9(8)         value zero.
     03  WS-End-8        pic 9(8)         value zero.
     03  WS-Window         pic 99           value 7.
     03  WS-End-Bin      binary-long      value zero.
     03  WS-From-Bin     binary-long      value zero.
     03  WS-To-Bin       binary-long      value zero.
     03  WS-Inv-Bin      binary-long      value zero.
     03  WS-Desp-Bin     binary-long      value zero.
     03  WS-POD-Bin      binary-long      value zero.
     03  WS-Goods-Bin    binary-long      value zero.
     03  WS-Posted-Bin   binary-long      value zero.
     03  WS-Grn-Bin      binary-long      value zero.
     03  WS-Goods-Side   pic 9            value zero.   *> 0 none
     03  WS-Inv-Side     pic 9            value zero.   *> 1 in, 2 after
     03  WS-Post-Side    pic 9            value zero.
     03  WS-Value        pic s9(9)v99  comp-3 value zero.
     03  WS-Rcvd-Val     pic s9(9)v99  comp-3 value zero.
     03  WS-Flag         pic x(36)        value spaces.
     03  WS-Kind         pic 9            value zero.
     03  WS-Px           pic 9(4)         value zero.
     03  WS-Pf-Cnt       pic 9(4)         value zero.
     03  WS-Tx           pic 9            value zero.
     03  WS-Table-Full   pic x            value "N".
*>
*>  Purchase folios in the test - built from the invoice headers and
*>   the GRN trail.
*>
 01  WS-Purch-Folios.
     03  WS-PF                        occurs 2000.
         05  WS-PF-Folio     pic 9(8).
         05  WS-PF-Supplier  pic x(7).
         05  WS-PF-First     binary-long.
         05  WS-PF-Last      binary-long.
         05  WS-PF-Before    pic s9(9)v99  comp-3.   *> rcvd by end
         05  WS-PF-After     pic s9(9)v99  comp-3.
*>
*>  Straddle totals by kind.
*>
 01  WS-Kind-Totals.
     03  WS-KT                        occurs 6.
         05  WS-KT-Cnt       pic 9(5).
         05  WS-KT-Val       pic s9(11)v99 comp-3.
*>
 01  WS-Kind-Names.
     03  filler          pic x(36)  value "Delivered in period, invoiced after".
     03  filler          pic x(36)  value "Invoiced in period, delivered after".
     03  filler          pic x(36)  value "Invoiced in period, posted after".
     03  filler          pic x(36)  value "Invoiced in period, not posted".
     03  filler          pic x(36)  value "Received in period, not invoiced".
     03  filler          pic x(36)  value "Invoiced in period, received after".
 01  filler redefines WS-Kind-Names.
     03  WS-Kind-Name    pic x(36)    occurs 6.
*>
 01  ws-date-formats.
     03  ws-swap             pic xx.
     03  ws-date             pic x(10).
     03  ws-UK redefines ws-date.
         05  ws-days         pic xx.
         05  filler          pic x.
         05  ws-month        pic xx.
         05  filler          pic x.
         05  ws-year         pic x(4).
     03  ws-USA redefines ws-date.
         05  ws-usa-month    pic xx.
         05  filler          pic x.
         05  ws-usa-days     pic xx.
         05  filler          pic x.
         05  filler          pic x(4).
     03  ws-Intl redefines ws-date.
         05  ws-intl-year    pic x(4).
         05  filler          pic x.
         05  ws-intl-month   pic xx.
         05  filler          pic x.
         05  ws-intl-days    pic xx.
*>
 01  Error-Messages.
     03  XL203          pic x(18) value "XL203 Invalid date".
     03  XL207          pic x(49) value "XL207 Purchase folio table full - rest not tested".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(52)       value spaces.
     03  filler          pic x(24)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-1b.
     03  filler          pic x(16)       value "Period end".
     03  l1b-end         pic x(10).
     03  filler          pic x(10)       value "  window".
     03  l1b-days        pic z9.
     03  filler          pic x(18)       value " days either side".
     03  filler          pic x(8)        value "  from".
     03  l1b-from        pic x(10).
     03  filler          pic x(4)        value " to".
     03  l1b-to          pic x(10).
*>
 01  line-2s.
     03  filler          pic x(66)       value
         "Invoice  Cust     Inv Date   Despatched POD Date   Posted".
     03  filler          pic x(66)       value
         "            Value  Cut-off".
*>
 01  line-2p.
     03  filler          pic x(66)       value
         "Folio    Supplier Inv Date   First GRN  Last GRN   Posted".
     03  filler          pic x(66)       value
         "     Rcvd to end      Inv Value  Cut-off".
*>
 01  line-3.
     03  l3-folio        pic z(7)9b.
     03  l3-acct         pic x(9).
     03  l3-date-1       pic x(11).
     03  l3-date-2       pic x(11).
     03  l3-date-3       pic x(11).
     03  l3-posted       pic x(11).
     03  l3-rcvd         pic -(9)9.99.
     03  filler          pic x.
     03  l3-value        pic -(9)9.99.
     03  filler          pic xx.
     03  l3-flag         pic x(40).
*>
 01  line-5.
     03  l5-lit          pic x(44).
     03  l5-cnt          pic zz,zz9.
     03  filler          pic x(4)        value spaces.
     03  l5-val          pic -(11)9.99.
*>
 linkage section.
*>**************
*>
 copy "wscall.cob".
 copy "wssystem.cob".
 copy "wsnames.cob".
*>
 01  to-day              pic x(10).
*>
 procedure division using ws-calling-data
                          system-record
                          to-day
                          file-defs.
*>=======================================
*>
 init01 section.
*>*************
*>
     set      ENVIRONMENT "COB_SCREEN_EXCEPTIONS" to "Y".
     set      ENVIRONMENT "COB_SCREEN_ESC" to "Y".
     move     Print-Spool-Name to PSN.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Period-End Cut-Off Testing" at 0127 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
     move     to-day (7:4) to WS-End-8 (1:4).
     move     to-day (4:2) to WS-End-8 (5:2).
     move     to-day (1:2) to WS-End-8 (7:2).
     display  "Period end date (ccyymmdd)  [        ]" at 0701 with foreground-color 2.
     display  "Days either side            [  ]"       at 0801 with foreground-color 2.
*>
 Get-End.
     accept   WS-End-8 at 0730 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Menu-Exit.
     move     WS-End-8 to WS-Date-8.
     perform  zz050-Date-8-To-Bin.
     if       u-bin = zero
              display XL203 at 2301 with foreground-color 4 highlight
              go to Get-End.
     display  " " at 2301 with erase eol.
     move     u-bin to WS-End-Bin.
*>
 Get-Days.
     accept   WS-Window at 0830 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Menu-Exit.
     if       WS-Window = zero
              go to Get-Days.
     subtract WS-Window from WS-End-Bin giving WS-From-Bin.
     add      WS-Window to WS-End-Bin giving WS-To-Bin.
     display  "Working ..." at 1201 with foreground-color 2.
*>
     initialize WS-Kind-Totals.
     move     zero to page-nos.
     move     WS-End-Bin to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l1b-end.
     move     WS-Window to l1b-days.
     move     WS-From-Bin to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l1b-from.
     move     WS-To-Bin to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l1b-to.
     open     output print-file.
     perform  GL-Batch-Open-Input.
*>
     perform  ba000-Sales-Cut-Off.
     perform  ca000-Purchase-Cut-Off.
     perform  da000-Totals.
*>
     perform  GL-Batch-Close.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     display  "Cut-off report printed." at 1201 with foreground-color 2 erase eol.
     display  "Hit return" at 2401 with foreground-color 2.
     accept   ws-reply at 2412.
*>
 Menu-Exit.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Sales-Cut-Off     section.
*>==============================
*>
*>  Invoice headers in folio order, each with its despatch, POD and
*>   posting dates.
*>
     move     "Sales Cut-Off Test" to l1-title.
     perform  fb000-Headings-Sales.
     open     input Shipment-File.
     if       fs-reply = zero
              move "Y" to WS-Ship-Open.
     open     input Desadv-Log-File.
     if       fs-reply = zero
              move "Y" to WS-DAL-Open.
     open     input POD-File.
     if       WS-POD-FS = zero
              move "Y" to WS-POD-Open.
     perform  OTM3-Open-Input.
     perform  Invoice-Open-Input.
     if       fs-reply not = zero
              go to ba900-Close.
*>
 ba010-Read-Header.
     perform  Invoice-Read-Next-Header.
     if       fs-reply not = zero
              go to ba900-Close.
     move     WS-Invoice-Record to SInvoice-Header.
     if       sih-test not = zero
           or sih-type not = 2
              go to ba010-Read-Header.
     move     sih-date to WS-Inv-Bin.
     perform  bb000-Despatch-Dates.
     if       (WS-Inv-Bin  < WS-From-Bin or > WS-To-Bin)
        and   (WS-Desp-Bin < WS-From-Bin or > WS-To-Bin)
        and   (WS-POD-Bin  < WS-From-Bin or > WS-To-Bin)
              go to ba010-Read-Header.
*>
     move     zero to WS-Posted-Bin.
     move     sih-customer to oi3-customer.
     move     sih-invoice  to oi3-invoice.
     perform  OTM3-Read-Indexed.
     if       fs-reply = zero
              move 3 to WS-Ledger
              move OI-B-Nos of OI-Header to WS-Batch-Nos
              perform bc000-Batch-Posted.
*>
     add      sih-net sih-extra sih-carriage giving WS-Value.
     move     WS-POD-Bin to WS-Goods-Bin.
     if       WS-Goods-Bin = zero
              move WS-Desp-Bin to WS-Goods-Bin.
     perform  ea000-Sides.
*>
*>  Not yet invoiced (pending) - the header date is the order's, so
*>   goods out in the period are delivered-not-invoiced.
*>
     move     zero   to WS-Kind.
     move     spaces to WS-Flag.
     if       pending of SInvoice-Header
              move 9 to WS-Inv-Side.
     if       WS-Goods-Side = 1
        and   (WS-Inv-Side = 2 or = 9)
              move 1 to WS-Kind
     else
      if      WS-Goods-Side = 2
        and   WS-Inv-Side = 1
              move 2 to WS-Kind
      else
       if     WS-Inv-Side = 1
        and   WS-Post-Side = 2
              move 3 to WS-Kind
       else
        if    WS-Inv-Side = 1
        and   WS-Post-Side = 0
              move 4 to WS-Kind.
     if       WS-Kind not = zero
              move WS-Kind-Name (WS-Kind) to WS-Flag
              add  1 to WS-KT-Cnt (WS-Kind)
              add  WS-Value to WS-KT-Val (WS-Kind)
     else
      if      WS-Goods-Side = zero
              move "(no despatch record)" to WS-Flag.
*>
     move     spaces to line-3.
     move     sih-invoice  to l3-folio.
     move     sih-customer to l3-acct.
     move     WS-Inv-Bin   to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date      to l3-date-1.
     if       pending of SInvoice-Header
              move "Pending" to l3-date-1.
     if       WS-Desp-Bin not = zero
              move WS-Desp-Bin to u-bin
              perform zz060-Convert-Date
              move ws-date to l3-date-2.
     if       WS-POD-Bin not = zero
              move WS-POD-Bin to u-bin
              perform zz060-Convert-Date
              move ws-date to l3-date-3.
     perform  ec000-Posted-Column.
     move     WS-Value to l3-value.
     if       WS-Kind not = zero
              move "** " to l3-flag
              move WS-Flag to l3-flag (4:36)
     else
              move WS-Flag to l3-flag.
     if       line-cnt > Page-Lines - 2
              perform fb000-Headings-Sales.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
     go       to ba010-Read-Header.
*>
 ba900-Close.
     perform  Invoice-Close.
     perform  OTM3-Close.
     if       WS-Ship-Open = "Y"
              close Shipment-File.
     if       WS-DAL-Open = "Y"
              close Desadv-Log-File.
     if       WS-POD-Open = "Y"
              close POD-File.
*>
 ba999-exit.
     exit     section.
*>
 bb000-Despatch-Dates    section.
*>==============================
*>
*>  Despatched - the carrier consignment (sl931), else the despatch
*>   advice sent for it (sl950); POD signed (sl937).
*>
     move     zero to WS-Desp-Bin WS-POD-Bin.
     if       WS-Ship-Open = "Y"
              move sih-invoice to Ship-Invoice
              read Shipment-File
                   invalid key
                   move zero to Ship-Despatched
              end-read
              move Ship-Despatched to WS-Desp-Bin
     end-if
     if       WS-Desp-Bin = zero
        and   WS-DAL-Open = "Y"
              move sih-invoice to DAL-Invoice
              read Desadv-Log-File
                   invalid key
                   move zero to DAL-Date
              end-read
              if   DAL-Date not = zero
                   move DAL-Date to WS-Date-8
                   perform zz050-Date-8-To-Bin
                   move u-bin to WS-Desp-Bin
              end-if
     end-if
     if       WS-POD-Open = "Y"
              move sih-invoice to POD-Invoice
              read POD-File
                   invalid key
                   move zero to POD-Date
              end-read
              move POD-Date to WS-POD-Bin
     end-if.
*>
 bb999-exit.
     exit     section.
*>
 bc000-Batch-Posted      section.
*>==============================
*>
*>  WS-Posted-Bin - when the batch (key already set) went to the
*>   ledger, zero if not yet.
*>
     move     zero to WS-Posted-Bin.
     if       WS-Batch-Nos = zero
              go to bc999-exit.
     move     1 to File-Key-No.
     perform  GL-Batch-Read-Indexed.
     if       fs-reply = zero
              move Posted to WS-Posted-Bin.
*>
 bc999-exit.
     exit     section.
*>
 ca000-Purchase-Cut-Off  section.
*>==============================
*>
*>  Folios invoiced in the window, then folios received in the
*>   window; then every receipt for them, valued at the line price,
*>   split at the period end.
*>
     move     zero to WS-Pf-Cnt.
     move     "N"  to WS-Table-Full.
     perform  PInvoice-Open-Input.
     if       fs-reply not = zero
              go to ca999-exit.
*>
 ca010-Read-Header.
     perform  PInvoice-Read-Next-Header.
     if       fs-reply not = zero
              go to ca100-GRN-Window.
     move     WS-PInvoice-Record to PInvoice-Header.
     if       ih-test not = zero
           or ih-type not = 2
           or ih-date < WS-From-Bin
           or ih-date > WS-To-Bin
              go to ca010-Read-Header.
     move     ih-invoice  to WS-PF-Folio (1).
     perform  cb000-Add-Folio.
     move     ih-supplier to WS-PF-Supplier (WS-Px).
     go       to ca010-Read-Header.
*>
 ca100-GRN-Window.
     open     input PL-GRN-File.
     if       Grn-Fs-Reply not = zero
              go to ca300-Report.
*>
 ca110-Read.
     read     PL-GRN-File at end
              go to ca200-GRN-All.
     move     Grn-Date to WS-Date-8.
     perform  zz050-Date-8-To-Bin.
     if       u-bin < WS-From-Bin
           or u-bin > WS-To-Bin
              go to ca110-Read.
     move     Grn-Folio to WS-PF-Folio (1).
     perform  cb000-Add-Folio.
     if       WS-Px not = zero
              move Grn-Supplier to WS-PF-Supplier (WS-Px).
     go       to ca110-Read.
*>
 ca200-GRN-All.
     close    PL-GRN-File.
     open     input PL-GRN-File.
*>
 ca210-Read.
     read     PL-GRN-File at end
              go to ca290-Close.
     perform  cc000-Find-Folio.
     if       WS-Px = zero
              go to ca210-Read.
     move     Grn-Date to WS-Date-8.
     perform  zz050-Date-8-To-Bin.
     move     u-bin to WS-Grn-Bin.
     if       WS-PF-First (WS-Px) = zero
           or WS-Grn-Bin < WS-PF-First (WS-Px)
              move WS-Grn-Bin to WS-PF-First (WS-Px).
     if       WS-Grn-Bin > WS-PF-Last (WS-Px)
              move WS-Grn-Bin to WS-PF-Last (WS-Px).
*>
*>  Value of the receipt at the folio line's unit price.
*>
     move     zero to WS-Rcvd-Val.
     move     Grn-Folio to invoice-nos.
     move     Grn-Line  to item-nos.
     perform  PInvoice-Read-Indexed.
     if       fs-reply = zero
              move WS-PInvoice-Record to Invoice-Line of Pinvoice-Bodies (1)
              compute WS-Rcvd-Val = Grn-Qty-Received * il-unit (1).
     if       WS-Grn-Bin not > WS-End-Bin
              add WS-Rcvd-Val to WS-PF-Before (WS-Px)
     else
              add WS-Rcvd-Val to WS-PF-After (WS-Px).
     go       to ca210-Read.
*>
 ca290-Close.
     close    PL-GRN-File.
*>
 ca300-Report.
     if       WS-Table-Full = "Y"
              display XL207 at 2301 with foreground-color 4 highlight.
     move     "Purchase Cut-Off Test" to l1-title.
     perform  fb100-Headings-Purch.
     perform  OTM5-Open-Input.
     move     1 to WS-Px.
*>
 ca310-Folio.
     if       WS-Px > WS-Pf-Cnt
              go to ca900-Close.
     perform  cd000-Report-Folio.
     add      1 to WS-Px.
     go       to ca310-Folio.
*>
 ca900-Close.
     perform  OTM5-Close.
     perform  PInvoice-Close.
*>
 ca999-exit.
     exit     section.
*>
 cb000-Add-Folio         section.
*>==============================
*>
*>  Folio in WS-PF-Folio (1) to the table unless there; WS-Px its
*>   entry, zero when the table is full.
*>
     move     WS-PF-Folio (1) to invoice-nos.
     if       WS-Pf-Cnt = zero
              move 1 to WS-Pf-Cnt WS-Px
              go to cb900-New.
     move     1 to WS-Px.
*>
 cb010-Look.
     if       WS-PF-Folio (WS-Px) = invoice-nos
              go to cb999-exit.
     add      1 to WS-Px.
     if       WS-Px not > WS-Pf-Cnt
              go to cb010-Look.
     if       WS-Pf-Cnt not < 2000
              move "Y" to WS-Table-Full
              move zero to WS-Px
              go to cb999-exit.
     add      1 to WS-Pf-Cnt.
     move     WS-Pf-Cnt to WS-Px.
*>
 cb900-New.
     move     invoice-nos to WS-PF-Folio (WS-Px).
     move     spaces to WS-PF-Supplier (WS-Px).
     move     zero   to WS-PF-First (WS-Px) WS-PF-Last (WS-Px)
                        WS-PF-Before (WS-Px) WS-PF-After (WS-Px).
*>
 cb999-exit.
     exit     section.
*>
 cc000-Find-Folio        section.
*>==============================
*>
     move     1 to WS-Px.
*>
 cc010-Look.
     if       WS-Px > WS-Pf-Cnt
              move zero to WS-Px
              go to cc999-exit.
     if       WS-PF-Folio (WS-Px) = Grn-Folio
              go to cc999-exit.
     add      1 to WS-Px.
     go       to cc010-Look.
*>
 cc999-exit.
     exit     section.
*>
 cd000-Report-Folio      section.
*>==============================
*>
*>  The folio's invoice state, posting and what straddles.
*>
     move     WS-PF-Folio (WS-Px) to invoice-nos.
     move     zero to item-nos.
     perform  PInvoice-Read-Indexed.
     if       fs-reply not = zero
              go to cd999-exit.
     move     WS-PInvoice-Record to PInvoice-Header.
     if       ih-type not = 2
              go to cd999-exit.
     move     ih-date to WS-Inv-Bin.
     add      ih-net ih-extra ih-carriage giving WS-Value.
*>
     move     zero to WS-Posted-Bin.
     move     ih-supplier to oi5-supplier.
     move     ih-invoice  to oi5-invoice.
     perform  OTM5-Read-Indexed.
     if       fs-reply = zero
              move WS-OTM5-Record to POI-Header
              move 2 to WS-Ledger
              move OI-B-Nos of POI-Header to WS-Batch-Nos
              perform bc000-Batch-Posted.
*>
     move     WS-PF-First (WS-Px) to WS-Goods-Bin.
     perform  ea000-Sides.
     if       pending of PInvoice-Header
           or held-for-approval
              move 9 to WS-Inv-Side.
*>
     move     zero   to WS-Kind.
     move     spaces to WS-Flag.
     if       WS-PF-Before (WS-Px) not = zero
        and   (WS-Inv-Side = 2 or = 9)
              move 5 to WS-Kind
              move WS-PF-Before (WS-Px) to WS-Rcvd-Val
     else
      if      WS-Inv-Side = 1
        and   WS-Goods-Side not = 1
              move 6 to WS-Kind
              move WS-Value to WS-Rcvd-Val
      else
       if     WS-Inv-Side = 1
        and   WS-Post-Side = 2
              move 3 to WS-Kind
              move WS-Value to WS-Rcvd-Val
       else
        if    WS-Inv-Side = 1
        and   WS-Post-Side = 0
              move 4 to WS-Kind
              move WS-Value to WS-Rcvd-Val.
     if       WS-Kind not = zero
              move WS-Kind-Name (WS-Kind) to WS-Flag
              add  1 to WS-KT-Cnt (WS-Kind)
              add  WS-Rcvd-Val to WS-KT-Val (WS-Kind).
*>
     move     spaces to line-3.
     move     ih-invoice  to l3-folio.
     move     ih-supplier to l3-acct.
     move     WS-Inv-Bin  to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date     to l3-date-1.
     if       WS-Inv-Side = 9
              move "Not inv." to l3-date-1.
     if       WS-PF-First (WS-Px) not = zero
              move WS-PF-First (WS-Px) to u-bin
              perform zz060-Convert-Date
              move ws-date to l3-date-2
              move WS-PF-Last (WS-Px) to u-bin
              perform zz060-Convert-Date
              move ws-date to l3-date-3.
     perform  ec000-Posted-Column.
     move     WS-PF-Before (WS-Px) to l3-rcvd.
     move     WS-Value to l3-value.
     if       WS-Kind not = zero
              move "** " to l3-flag
              move WS-Flag to l3-flag (4:36)
     else
      if      WS-PF-First (WS-Px) = zero
              move "(no GRN logged)" to l3-flag.
     if       line-cnt > Page-Lines - 2
              perform fb100-Headings-Purch.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
*>
 cd999-exit.
     exit     section.
*>
 da000-Totals            section.
*>==============================
*>
     move     spaces to print-record.
     move     "Straddling the cut-off" to print-record.
     write    print-record after 3.
     move     1 to WS-Tx.
*>
 da010-Line.
     if       WS-Tx > 6
              go to da999-exit.
     move     WS-Kind-Name (WS-Tx) to l5-lit.
     move     WS-KT-Cnt (WS-Tx)    to l5-cnt.
     move     WS-KT-Val (WS-Tx)    to l5-val.
     write    print-record from line-5 after 1.
     add      1 to WS-Tx.
     go       to da010-Line.
*>
 da999-exit.
     exit     section.
*>
 ea000-Sides             section.
*>==============================
*>
*>  Which side of the period end the goods, invoice and posting fall
*>   - 1 in the period (up to the end date), 2 after, 0 no date.
*>
     move     zero to WS-Goods-Side WS-Inv-Side WS-Post-Side.
     if       WS-Goods-Bin not = zero
              if    WS-Goods-Bin > WS-End-Bin
                    move 2 to WS-Goods-Side
              else
                    move 1 to WS-Goods-Side
              end-if
     end-if
     if       WS-Inv-Bin not = zero
              if    WS-Inv-Bin > WS-End-Bin
                    move 2 to WS-Inv-Side
              else
                    move 1 to WS-Inv-Side
              end-if
     end-if
     if       WS-Posted-Bin not = zero
              if    WS-Posted-Bin > WS-End-Bin
                    move 2 to WS-Post-Side
              else
                    move 1 to WS-Post-Side
              end-if
     end-if.
*>
 ea999-exit.
     exit     section.
*>
 ec000-Posted-Column     section.
*>==============================
*>
     if       WS-Posted-Bin = zero
              move "Unposted" to l3-posted
              go to ec999-exit.
     move     WS-Posted-Bin to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l3-posted.
*>
 ec999-exit.
     exit     section.
*>
 fb000-Headings-Sales    section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     write    print-record from line-1 after page.
     write    print-record from line-1b after 1.
     write    print-record from line-2s after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     5 to line-cnt.
*>
 fb999-exit.
     exit     section.
*>
 fb100-Headings-Purch    section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     write    print-record from line-1 after page.
     write    print-record from line-1b after 1.
     write    print-record from line-2p after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     5 to line-cnt.
*>
 fb199-exit.
     exit     section.
*>
 zz050-Date-8-To-Bin     section.
*>==============================
*>
*>  WS-Date-8 (ccyymmdd) to u-bin, zero when not a date.
*>
     move     zero to u-bin.
     move     spaces to u-date.
     string   WS-Date-8 (7:2) "/" WS-Date-8 (5:2) "/"
              WS-Date-8 (1:4) delimited by size into u-date.
     perform  maps04.
*>
 zz050-exit.
     exit     section.
*>
 zz060-Convert-Date        section.
*>********************************
*>
*>  Converts date in binary to UK/USA/Intl date format
*>****************************************************
*> Input:   u-bin
*> output:  ws-date as uk/US/Inlt date format
*>          u-date & ws-Date = spaces if invalid date
*>
     perform  maps04.
     if       u-date = spaces
              move spaces to ws-Date
              go to zz060-Exit.
     move     u-date to ws-date.
*>
     if       Date-Form = zero
              move 1 to Date-Form.
     if       Date-UK
              go to zz060-Exit.
     if       Date-USA                *> swap month and days
              move ws-days to ws-swap
              move ws-month to ws-days
              move ws-swap to ws-month
              go to zz060-Exit.
*>
*> So its International date format
*>
     move     "ccyy/mm/dd" to ws-date.  *> swap Intl to UK form
     move     u-date (7:4) to ws-Intl-Year.
     move     u-date (4:2) to ws-Intl-Month.
     move     u-date (1:2) to ws-Intl-Days.
*>
 zz060-Exit.
     exit     section.
*>
 maps04       section.
*>*******************
*>
     call     "maps04"  using  maps03-ws.
*>
 maps04-exit.
     exit     section.
*>
 copy "Proc-ACAS-FH-Calls.cob".
*>
