       >>source free
*>*********************************************
*>                                            *
*>        Customer Profitability Report       *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         sl952.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            What each customer is worth for a date range
*>                        once the cost of keeping them is counted,
*>                        not just the margin on the lines (sl972):
*>                          Margin    - invoiced net (and carriage
*>                                      charged) less Stock-Cost of
*>                                      the goods, as sl936 rolls it.
*>                          Credits   - margin given back on credit
*>                                      notes with no sl911 RMA.
*>                          Returns   - the same for credit notes
*>                                      raised against an RMA.
*>                          Discount  - settlement discount taken on
*>                                      receipts (OTM3 type 5).
*>                          Bad debt  - net written off by sl922 (the
*>                                      baddebt.dat log).
*>                          Carriage  - what the sl931 shipments cost
*>                                      us, per parcel and per KG on
*>                                      the carrier service.
*>                          Fin chg   - sl915 late payment charges
*>                                      (analysis code LC) - income.
*>                        Contribution is margin less the five costs
*>                        plus finance charges.  Customers are ranked
*>                        on it, best first, with Sales-Pay-Average
*>                        days to pay, then the bottom 20 are listed
*>                        on a page of their own for the sales
*>                        director.  Folios are found the full scan
*>                        way sl936 does - by the invoice date, and
*>                        foreign currency folios come home at the
*>                        fdfx table rate.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04.
*>                        st071 (kit costing).
*>                        acas011  ->  (Stock)
*>                         stockMT.
*>                        acas012  ->  (Sales)
*>                         salesMT.
*>                        acas016  ->  (Invoices)
*>                         InvoiceMT.
*>                        acas019  ->  (OTM3)
*>                         otm3MT.
*>**
*>    Error messages used.
*>                        SL003
*>                        SL364    Invalid date range.
*>                        SL373    No customer activity in the range.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for customer profitability.
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
 copy "selcarsvc.cob".
 copy "selrma.cob".
 copy "selfx.cob".
*>
*> Write-off trail written by sl922 (fdbdlog.cob).
 select   Bad-Debt-Log-File assign "baddebt.dat"
                   organization  line sequential
                   status WS-BDL-Status.
*>
     select  sort-file       assign        file-21,
                             status        ss-reply.
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdprint.cob".
 copy "fdship.cob".
 copy "fdcarsvc.cob".
 copy "fdrma.cob".
 copy "fdfx.cob".
 copy "fdbdlog.cob".
*>
 sd  sort-file.
*>
 01  sort-record.
     03  srt-contrib         pic s9(9)v99  comp-3.
     03  srt-ix              pic 9(4)      comp.
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL952 (3.02.00)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "slwsinv.cob".
 01  WS-Invoice-Record   pic x(137).
 copy "slwsoi3.cob".
 copy "wsstock.cob".
 copy "wskit.cob".
 copy "wssl.cob".
 copy "wsrma.cob".
*>
*> REMARK OUT ANY IN USE
*>
 01  Dummies-4-Unused-ACAS-FH-Calls.      *> Call blk at zz080-ACAS-Calls
     03  Default-Record         pic x.
     03  Final-Record           pic x.
     03  System-Record-4        pic x.
     03  WS-Ledger-Record       pic x.
     03  WS-Posting-Record      pic x.
     03  WS-Batch-Record        pic x.
     03  WS-IRS-Posting-Record  pic x.
     03  WS-Stock-Audit-Record  pic x.
*>     03  WS-Stock-Record        pic x.
*>     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  WS-Analysis-Record     pic x.
     03  WS-Del-Inv-Nos-Record  pic x.
     03  WS-Purch-Record        pic x.
     03  WS-Pay-Record          pic x.
*>     03  WS-Invoice-Record      pic x.
*>     03  WS-OTM3-Record         pic x.
     03  WS-PInvoice-Record     pic x.
     03  WS-OTM5-Record         pic x.
*>
 copy "Test-Data-Flags.cob".  *> set sw-testing to zero to stop logging.
*>
 01  All-My-Constants    pic 9(4).
     copy "screenio.cpy".
*>
 01  ws-data.
     03  ws-reply        pic x.
     03  ss-reply        pic xx           value zeros.
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  WS-BDL-Status   pic 99           value zero.
     03  WS-CS-Status    pic 99           value zero.
     03  WS-Ship-Open    pic x            value "N".
     03  WS-CS-Open      pic x            value "N".
     03  WS-FX-Open      pic x            value "N".
     03  WS-From-Date    pic 9(8)         value zero.     *> ccyymmdd
     03  WS-To-Date      pic 9(8)         value zero.
     03  WS-From-Bin     binary-long      value zero.
     03  WS-To-Bin       binary-long      value zero.
     03  WS-Line-No      pic 99           value zero.
     03  WS-Lines-In     pic 99           value zero.
     03  WS-Cur-Inv      pic 9(8)         value zero.
     03  WS-Cur-Cust     pic x(7)         value spaces.
     03  WS-Cur-Type     pic 9            value zero.
     03  WS-Sign         pic s9           value +1.
     03  WS-Is-Return    pic x            value "N".
     03  WS-FX-Rate-Used pic 9(3)v9(6) comp-3 value zero.
     03  WS-Home-Curr    pic xxx          value "GBP".
     03  WS-Net          pic s9(7)v99  comp-3 value zero.
     03  WS-Cost         pic s9(9)v99  comp-3 value zero.
     03  WS-F-Margin     pic s9(9)v99  comp-3 value zero.   *> folio
     03  WS-F-Fin        pic s9(9)v99  comp-3 value zero.
     03  WS-Cust-Cnt     pic 9(4)      comp  value zero.
     03  WS-Rank         pic 9(4)      comp  value zero.
     03  WS-Rank-Cnt     pic 9(4)      comp  value zero.
     03  WS-Bottom       pic 9(4)      comp  value zero.
     03  WS-Ix           pic 9(4)      comp  value zero.
     03  WS-Rx           pic 9(4)      comp  value zero.
     03  WS-RMA-Cnt      pic 9(4)      comp  value zero.
*>
*>  Customers met in the range and what each cost or earned us.
*>   Unused entries stay at spaces, which ends the SEARCH.
*>
 01  WS-CP-Size          pic 9(4)      comp  value 3000.
 01  WS-CP-Table.
     03  WS-CP-Item                    occurs 3000 indexed by WS-CP-Ndx.
         05  WS-CP-Cust      pic x(7)             value spaces.
         05  WS-CP-Margin    pic s9(9)v99  comp-3 value zero.
         05  WS-CP-Credits   pic s9(9)v99  comp-3 value zero.
         05  WS-CP-Returns   pic s9(9)v99  comp-3 value zero.
         05  WS-CP-Disc      pic s9(9)v99  comp-3 value zero.
         05  WS-CP-Bad       pic s9(9)v99  comp-3 value zero.
         05  WS-CP-Carr      pic s9(9)v99  comp-3 value zero.
         05  WS-CP-Fin       pic s9(9)v99  comp-3 value zero.
         05  WS-CP-Contrib   pic s9(9)v99  comp-3 value zero.
*>
*>  Credit notes raised against an sl911 RMA (rmh-credit-inv).
*>
 01  WS-RMA-Table.
     03  WS-RMA-Credit   pic 9(8)      occurs 2000.
*>
*>  Table entry of each rank, best first, for the bottom 20.
*>
 01  WS-Rank-Table.
     03  WS-Rank-Ix      pic 9(4)  comp  occurs 3000.
*>
 01  WS-Totals.
     03  WS-T-Margin     pic s9(9)v99  comp-3 value zero.
     03  WS-T-Credits    pic s9(9)v99  comp-3 value zero.
     03  WS-T-Returns    pic s9(9)v99  comp-3 value zero.
     03  WS-T-Disc       pic s9(9)v99  comp-3 value zero.
     03  WS-T-Bad        pic s9(9)v99  comp-3 value zero.
     03  WS-T-Carr       pic s9(9)v99  comp-3 value zero.
     03  WS-T-Fin        pic s9(9)v99  comp-3 value zero.
     03  WS-T-Contrib    pic s9(9)v99  comp-3 value zero.
*>
 01  Error-Messages.
     03  SL003          pic x(28) value "SL003 Hit Return To Continue".
     03  SL364          pic x(36) value "SL364 Invalid range - from after to".
     03  SL373          pic x(43) value "SL373 No customer activity in the range".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(40)       value "Customer Profitability".
     03  l1-range        pic x(25)       value spaces.
     03  filler          pic x(11)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  filler          pic x(132)      value "Rank Cust    Name                     Margin " &
         "   Credits    Returns  Discount   Bad Debt  Carriage   Fin Chg Contribution  Days".
*>
 01  line-3.
     03  l3-rank         pic zzz9b.
     03  l3-cust         pic x(7)b.
     03  l3-name         pic x(20)b.
     03  l3-margin       pic z(6)9.99-.
     03  l3-credits      pic bz(5)9.99-.
     03  l3-returns      pic bz(5)9.99-.
     03  l3-disc         pic bz(4)9.99-.
     03  l3-bad          pic bz(5)9.99-.
     03  l3-carr         pic bz(4)9.99-.
     03  l3-fin          pic bz(4)9.99-.
     03  l3-contrib      pic bz(7)9.99-.
     03  l3-days         pic bzzz9.
*>
 01  line-4.
     03  l4-title        pic x(132)      value spaces.
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
     display  "Customer Profitability" at 0130 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
*>  Default - the year to date.
*>
     move     to-day (7:4) to WS-To-Date (1:4).
     move     to-day (4:2) to WS-To-Date (5:2).
     move     to-day (1:2) to WS-To-Date (7:2).
     move     WS-To-Date   to WS-From-Date.
     move     "0101"       to WS-From-Date (5:4).
     display  "From date (ccyymmdd) [        ]" at 0701 with foreground-color 2.
     display  "To   date (ccyymmdd) [        ]" at 0801 with foreground-color 2.
*>
 Get-Range.
     accept   WS-From-Date at 0723 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Menu-Exit.
     accept   WS-To-Date   at 0823 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Menu-Exit.
     if       WS-From-Date > WS-To-Date
              display SL364 at 2301 with foreground-color 4 highlight
              go to Get-Range.
     display  space at 2301 with erase eol.
     move     spaces to l1-range.
     string   "from "      delimited by size
              WS-From-Date delimited by size
              " to "       delimited by size
              WS-To-Date   delimited by size
                           into l1-range.
*>
*>  The folio and open item dates are binary - the range as well.
*>
     move     zero to u-bin.
     string   WS-From-Date (7:2) "/" WS-From-Date (5:2) "/"
              WS-From-Date (1:4) delimited by size into u-date.
     perform  maps04.
     move     u-bin to WS-From-Bin.
     move     zero to u-bin.
     string   WS-To-Date (7:2) "/" WS-To-Date (5:2) "/"
              WS-To-Date (1:4) delimited by size into u-date.
     perform  maps04.
     move     u-bin to WS-To-Bin.
     if       WS-From-Bin = zero
           or WS-To-Bin = zero
              display SL364 at 2301 with foreground-color 4 highlight
              go to Get-Range.
     display  "Working ..." at 1201 with foreground-color 2.
*>
     move     zero to WS-Cust-Cnt.
     perform  ba000-Load-RMA-Credits.
     perform  bb000-Scan-Folios.
     perform  bc000-Scan-Receipts.
     perform  bd000-Read-Bad-Debts.
     if       WS-Cust-Cnt = zero
              display SL373 at 1201 with foreground-color 4 erase eol
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to Menu-Exit.
*>
     initialize WS-Totals.
     move     zero to page-nos WS-Rank-Cnt.
     perform  Sales-Open-Input.
     open     output print-file.
     sort     sort-file
              on descending key srt-contrib
              input procedure  ca000-Input-To-Sort
              output procedure cb000-Output-From-Sort.
     perform  cd000-Bottom-Twenty.
     perform  Sales-Close.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     display  "Customer profitability report printed." at 1201 with foreground-color 2 erase eol.
     display  SL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 Menu-Exit.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Load-RMA-Credits  section.
*>==============================
*>
*>  Credit note numbers raised against an RMA - the RMA header (item
*>   zero) holds it once credited.  No RMA file, no returns.
*>
     move     zero to WS-RMA-Cnt.
     open     input RMA-File.
     if       fs-reply not = zero
              go to ba999-exit.
*>
 ba010-Read.
     read     RMA-File next record
              at end
              close RMA-File
              go to ba999-exit.
     if       RMA-Item not = zero
              go to ba010-Read.
     move     RMA-Record to RMA-Header.
     if       not RMA-Credited
           or rmh-credit-inv = zero
              go to ba010-Read.
     if       WS-RMA-Cnt < 2000
              add  1 to WS-RMA-Cnt
              move rmh-credit-inv to WS-RMA-Credit (WS-RMA-Cnt).
     go       to ba010-Read.
*>
 ba999-exit.
     exit     section.
*>
 bb000-Scan-Folios       section.
*>==============================
*>
*>  Every invoice and credit note dated in the range, header first
*>   then a keyed read of its lines, the sl936 way.
*>
     perform  Stock-Open-Input.
     perform  Sales-Open-Input.
     open     input FX-Rate-File.       *> optional - absent = home only
     if       fs-reply = zero
              move "Y" to WS-FX-Open.
     open     input Shipment-File.
     if       fs-reply = zero
              move "Y" to WS-Ship-Open.
     open     input Carrier-Service-File.
     if       WS-CS-Status = zero
              move "Y" to WS-CS-Open.
     perform  Invoice-Open-Input.
     if       fs-reply not = zero
              go to bb900-Close.
*>
 bb010-Read-Header.
     perform  Invoice-Read-Next-Header.
     if       fs-reply = 10
              go to bb890-Done.
     move     WS-Invoice-Record to SInvoice-Header.
     if       sih-test not = zero
           or (sih-type not = 2 and not = 3)
              go to bb010-Read-Header.
     if       sih-date < WS-From-Bin
           or sih-date > WS-To-Bin
              go to bb010-Read-Header.
*>
     move     sih-invoice  to WS-Cur-Inv.
     move     sih-customer to WS-Cur-Cust.
     move     sih-type     to WS-Cur-Type.
     move     sih-lines    to WS-Lines-In.
     if       sih-type = 3
              move -1 to WS-Sign
              perform bb200-Check-Return
     else
              move +1 to WS-Sign
              move "N" to WS-Is-Return.
     perform  bb300-Folio-FX-Rate.
*>
*>  Carriage charged on the folio is recovered cost - it counts.
*>
     move     sih-carriage to WS-Net.
     if       WS-FX-Rate-Used not = zero
              compute WS-Net rounded = sih-carriage / WS-FX-Rate-Used.
     move     WS-Net to WS-F-Margin.
     move     zero   to WS-F-Fin WS-Cost.
     if       sih-type = 2
              perform bb400-Carriage-Cost.
     move     zero to WS-Line-No.
*>
 bb020-Line.
     add      1 to WS-Line-No.
     if       WS-Line-No > WS-Lines-In
              go to bb030-Folio-Done.
     move     spaces to WS-Invoice-Record.
     move     WS-Cur-Inv  to WS-Invoice-Record (1:8).
     move     WS-Line-No  to WS-Invoice-Record (9:2).
     move     1 to File-Key-No.
     perform  Invoice-Read-Indexed.
     if       fs-reply not = zero
              go to bb020-Line.
     move     WS-Invoice-Record (1:80) to SInvoice-Bodies (1:80).
     perform  bb100-One-Line.
     go       to bb020-Line.
*>
 bb030-Folio-Done.
     perform  be000-Find-Customer.
     if       WS-Ix not = zero
              if   sih-type = 2
                   add WS-F-Margin to WS-CP-Margin (WS-Ix)
              else
                   if  WS-Is-Return = "Y"
                       add WS-F-Margin to WS-CP-Returns (WS-Ix)
                   else
                       add WS-F-Margin to WS-CP-Credits (WS-Ix)
                   end-if
              end-if
              compute WS-CP-Fin (WS-Ix) = WS-CP-Fin (WS-Ix) + (WS-F-Fin * WS-Sign)
              add WS-Cost to WS-CP-Carr (WS-Ix)
     end-if
*>
*>  Re-position the header for the sequential scan.
*>
     move     spaces to WS-Invoice-Record.
     move     WS-Cur-Inv to WS-Invoice-Record (1:8).
     move     "00" to WS-Invoice-Record (9:2).
     move     1 to File-Key-No.
     perform  Invoice-Read-Indexed.
     go       to bb010-Read-Header.
*>
 bb890-Done.
     perform  Invoice-Close.
*>
 bb900-Close.
     perform  Stock-Close.
     perform  Sales-Close.
     set      Kit-Close to true.
     call     "st071" using WS-Kit-Call
                            System-Record
                            File-Defs.
     if       WS-FX-Open = "Y"
              close FX-Rate-File.
     if       WS-Ship-Open = "Y"
              close Shipment-File.
     if       WS-CS-Open = "Y"
              close Carrier-Service-File.
*>
 bb999-exit.
     exit     section.
*>
 bb100-One-Line          section.
*>==============================
*>
*>  Late charge lines (LC) are finance income; the rest is margin -
*>   net less Stock-Cost.  On a credit note the margin is given back
*>   (held positive in the credits / returns columns).
*>
     move     sil-net (1) to WS-Net.
     if       WS-FX-Rate-Used not = zero
              compute WS-Net rounded = sil-net (1) / WS-FX-Rate-Used.
     if       sil-pa (1) = "LC"
              add WS-Net to WS-F-Fin
              go to bb199-exit.
     add      WS-Net to WS-F-Margin.
     if       sil-product (1) = spaces
              go to bb199-exit.
     move     sil-product (1) to WS-Stock-Key.
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     if       fs-reply not = zero
              go to bb199-exit.
     if       Stock-Kit-Flag = "Y"
              perform bb500-Kit-Cost.
     compute  WS-F-Margin = WS-F-Margin - (sil-qty (1) * Stock-Cost).
*>
 bb199-exit.
     exit     section.
*>
 bb200-Check-Return      section.
*>==============================
*>
     move     "N" to WS-Is-Return.
     move     1 to WS-Rx.
*>
 bb210-Search.
     if       WS-Rx > WS-RMA-Cnt
              go to bb299-exit.
     if       WS-RMA-Credit (WS-Rx) = sih-invoice
              move "Y" to WS-Is-Return
              go to bb299-exit.
     add      1 to WS-Rx.
     go       to bb210-Search.
*>
 bb299-exit.
     exit     section.
*>
 bb300-Folio-FX-Rate     section.
*>==============================
*>
*>  The rate for the folio in hand: zero = home currency folio, as
*>   sl936.
*>
     move     zero to WS-FX-Rate-Used.
     if       WS-FX-Open not = "Y"
              go to bb399-exit.
     move     WS-Cur-Cust to WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Read-Indexed.
     if       fs-reply not = zero
              go to bb399-exit.
     if       Sales-Currency = spaces
           or Sales-Currency = WS-Home-Curr
              go to bb399-exit.
     move     Sales-Currency to FX-Currency.
     read     FX-Rate-File
              invalid key
              go to bb399-exit
     end-read
     if       FX-Rate not = zero
              move FX-Rate to WS-FX-Rate-Used.
*>
 bb399-exit.
     exit     section.
*>
 bb400-Carriage-Cost     section.
*>==============================
*>
*>  What the sl931 shipment for this note cost us - parcels and
*>   weight at the carrier service's rates.  Left in WS-Cost.
*>
     move     zero to WS-Cost.
     if       WS-Ship-Open not = "Y"
              go to bb499-exit.
     move     sih-invoice to Ship-Invoice.
     read     Shipment-File
              invalid key
              go to bb499-exit
     end-read
     if       WS-CS-Open not = "Y"
              go to bb499-exit.
     move     Ship-Carrier to CS-Carrier.
     move     Ship-Service to CS-Service.
     read     Carrier-Service-File
              invalid key
              go to bb499-exit
     end-read
     compute  WS-Cost rounded = (Ship-Parcels * CS-Cost-Parcel)
                              + (Ship-Weight  * CS-Cost-KG).
*>
 bb499-exit.
     exit     section.
*>
 bb500-Kit-Cost          section.
*>==============================
*>
*>  A kit (phantom) item costs at the sum of its components - st071.
*>
     set      Kit-Explode to true.
     move     WS-Stock-Key to Kit-Stock-Key.
     call     "st071" using WS-Kit-Call
                            System-Record
                            File-Defs.
     move     Kit-Cost to Stock-Cost.
*>
 bb599-exit.
     exit     section.
*>
 bc000-Scan-Receipts     section.
*>==============================
*>
*>  Settlement discount taken - on the receipt (type 5) open items
*>   dated in the range, as sl080 writes them.
*>
     perform  OTM3-Open-Input.
     if       fs-reply not = zero
              go to bc999-exit.
     move     low-values to oi3-customer.
     move     zero to oi3-invoice.
     move     1 to File-Key-No.
     set      fn-not-less-than to true.
     perform  OTM3-Start.
     if       fs-reply not = zero
              go to bc900-Close.
*>
 bc010-Read.
     perform  OTM3-Read-Next.
     if       fs-reply not = zero
              go to bc900-Close.
     if       oi-type not = 5
           or oi-deduct-amt = zero
           or oi-date < WS-From-Bin
           or oi-date > WS-To-Bin
              go to bc010-Read.
     move     oi-customer to WS-Cur-Cust.
     perform  be000-Find-Customer.
     if       WS-Ix not = zero
              add oi-deduct-amt to WS-CP-Disc (WS-Ix).
     go       to bc010-Read.
*>
 bc900-Close.
     perform  OTM3-Close.
*>
 bc999-exit.
     exit     section.
*>
 bd000-Read-Bad-Debts    section.
*>==============================
*>
     open     input Bad-Debt-Log-File.
     if       WS-BDL-Status not = zero
              go to bd999-exit.
*>
 bd010-Read.
     read     Bad-Debt-Log-File
              at end
              close Bad-Debt-Log-File
              go to bd999-exit.
     if       BDL-Date < WS-From-Date
           or BDL-Date > WS-To-Date
              go to bd010-Read.
     move     BDL-Customer to WS-Cur-Cust.
     perform  be000-Find-Customer.
     if       WS-Ix not = zero
              add BDL-Net to WS-CP-Bad (WS-Ix).
     go       to bd010-Read.
*>
 bd999-exit.
     exit     section.
*>
 be000-Find-Customer     section.
*>==============================
*>
*>  Table entry for WS-Cur-Cust into WS-Ix, added when new - zero
*>   when the table is full.
*>
     move     zero to WS-Ix.
     set      WS-CP-Ndx to 1.
     search   WS-CP-Item
              at end
                   go to be999-exit
              when WS-CP-Cust (WS-CP-Ndx) = spaces
                   go to be010-New-Entry
              when WS-CP-Cust (WS-CP-Ndx) = WS-Cur-Cust
                   set WS-Ix to WS-CP-Ndx
                   go to be999-exit
     end-search.
*>
 be010-New-Entry.
     add      1 to WS-Cust-Cnt.
     set      WS-Ix to WS-CP-Ndx.
     move     WS-Cur-Cust to WS-CP-Cust (WS-Ix).
*>
 be999-exit.
     exit     section.
*>
 ca000-Input-To-Sort     section.
*>==============================
*>
     move     1 to WS-Ix.
*>
 ca010-Release.
     if       WS-Ix > WS-Cust-Cnt
              go to ca999-exit.
     compute  WS-CP-Contrib (WS-Ix) = WS-CP-Margin (WS-Ix)
                                    - WS-CP-Credits (WS-Ix)
                                    - WS-CP-Returns (WS-Ix)
                                    - WS-CP-Disc (WS-Ix)
                                    - WS-CP-Bad (WS-Ix)
                                    - WS-CP-Carr (WS-Ix)
                                    + WS-CP-Fin (WS-Ix).
     move     WS-CP-Contrib (WS-Ix) to srt-contrib.
     move     WS-Ix                 to srt-ix.
     release  sort-record.
     add      1 to WS-Ix.
     go       to ca010-Release.
*>
 ca999-exit.
     exit     section.
*>
 cb000-Output-From-Sort  section.
*>==============================
*>
*>  Ranked best first; each rank's entry kept for the bottom 20.
*>
     move     "Ranked by contribution - best first" to l4-title.
     perform  da000-Headings.
*>
 cb010-Return.
     return   sort-file at end
              go to cb900-Totals.
     add      1 to WS-Rank-Cnt.
     move     srt-ix to WS-Rank-Ix (WS-Rank-Cnt) WS-Ix.
     move     WS-Rank-Cnt to WS-Rank.
     perform  cc000-Print-Customer.
     add      WS-CP-Margin (WS-Ix)  to WS-T-Margin.
     add      WS-CP-Credits (WS-Ix) to WS-T-Credits.
     add      WS-CP-Returns (WS-Ix) to WS-T-Returns.
     add      WS-CP-Disc (WS-Ix)    to WS-T-Disc.
     add      WS-CP-Bad (WS-Ix)     to WS-T-Bad.
     add      WS-CP-Carr (WS-Ix)    to WS-T-Carr.
     add      WS-CP-Fin (WS-Ix)     to WS-T-Fin.
     add      WS-CP-Contrib (WS-Ix) to WS-T-Contrib.
     go       to cb010-Return.
*>
 cb900-Totals.
     move     spaces to line-3.
     move     "Totals" to l3-name.
     move     WS-T-Margin  to l3-margin.
     move     WS-T-Credits to l3-credits.
     move     WS-T-Returns to l3-returns.
     move     WS-T-Disc    to l3-disc.
     move     WS-T-Bad     to l3-bad.
     move     WS-T-Carr    to l3-carr.
     move     WS-T-Fin     to l3-fin.
     move     WS-T-Contrib to l3-contrib.
     write    print-record from line-3 after 2.
*>
 cb999-exit.
     exit     section.
*>
 cc000-Print-Customer    section.
*>==============================
*>
*>  Entry WS-Ix at rank WS-Rank.
*>
     move     spaces to line-3.
     move     WS-Rank             to l3-rank.
     move     WS-CP-Cust (WS-Ix)  to l3-cust WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Read-Indexed.
     if       fs-reply = zero
              move Sales-Name        to l3-name
              move Sales-Pay-Average to l3-days
     else
              move "(not on file)"   to l3-name.
     move     WS-CP-Margin (WS-Ix)  to l3-margin.
     move     WS-CP-Credits (WS-Ix) to l3-credits.
     move     WS-CP-Returns (WS-Ix) to l3-returns.
     move     WS-CP-Disc (WS-Ix)    to l3-disc.
     move     WS-CP-Bad (WS-Ix)     to l3-bad.
     move     WS-CP-Carr (WS-Ix)    to l3-carr.
     move     WS-CP-Fin (WS-Ix)     to l3-fin.
     move     WS-CP-Contrib (WS-Ix) to l3-contrib.
     if       line-cnt > Page-Lines - 3
              perform da000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
*>
 cc999-exit.
     exit     section.
*>
 cd000-Bottom-Twenty     section.
*>==============================
*>
*>  The 20 least profitable, worst first, on a page of their own.
*>
     move     "Bottom 20 by contribution - worst first" to l4-title.
     perform  da000-Headings.
     if       WS-Rank-Cnt > 20
              subtract 19 from WS-Rank-Cnt giving WS-Bottom
     else
              move 1 to WS-Bottom.
     move     WS-Rank-Cnt to WS-Rank.
*>
 cd010-Print.
     if       WS-Rank < WS-Bottom
           or WS-Rank = zero
              go to cd999-exit.
     move     WS-Rank-Ix (WS-Rank) to WS-Ix.
     perform  cc000-Print-Customer.
     subtract 1 from WS-Rank.
     go       to cd010-Print.
*>
 cd999-exit.
     exit     section.
*>
 da000-Headings          section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     write    print-record from line-1 after page.
     write    print-record from line-4 after 2.
     write    print-record from line-2 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     6 to line-cnt.
*>
 da999-exit.
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
