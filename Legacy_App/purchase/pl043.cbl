       >>source free
*>*********************************************
*>                                            *
*>   Suspected Duplicate Supplier Invoices    *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         pl043.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Audit report of suspected duplicate supplier
*>                        invoices - every pair of items for the same
*>                        supplier and of the same kind (invoice or
*>                        credit note) that share a supplier ref, or
*>                        share a gross value within the day window,
*>                        the same rules pl042 applies at entry.
*>                        Items are gathered per supplier from the
*>                        ledger open and closed items (OTM5), the
*>                        purchase item archive (plarcoi.dat) and the
*>                        unposted folios, so paid and archived history
*>                        is covered as well as what is still to pay.
*>                        One supplier or all.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04.
*>                        acas022 (Purchase), acas026 (PInvoice),
*>                        acas029 (OTM5).
*>**
*>    Error messages used.
*>                        PL003
*>                        PL264    Supplier not found.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for the duplicate supplier invoice scan.
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
     select PL-Arc-OI-File      assign File-75
                                access dynamic
                                organization indexed
                                status FS-Reply
                                record key AR5-Key.
*>
 copy "selprint.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 fd  PL-Arc-OI-File.
 copy "wsarcoi5.cob".
*>
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "PL043 (3.02.00)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wspl.cob".
 copy "plwsoi5C.cob".   *> WS-OTM5-Record / OI-Header.
 copy "wsfdpinv.cob".   *> replacing Invoice-Record by WS-PInvoice-Record.
 copy "plwspinv.cob".   *> Pinvoice-header / Pinvoice-Bodies.
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
     03  WS-Stock-Record        pic x.
     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  WS-Del-Inv-Nos-Record  pic x.
*>     03  WS-Purch-Record        pic x.
     03  WS-Pay-Record          pic x.
     03  WS-Invoice-Record      pic x.
     03  WS-OTM3-Record         pic x.
*>     03  WS-PInvoice-Record     pic x.
*>     03  WS-OTM5-Record         pic x.
     03  WS-Analysis-Record     pic x.
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
     03  WS-Window       pic 99           value 5.
     03  WS-Supp-In      pic x(7)         value spaces.
     03  WS-Arc-Open     pic x            value "N".
     03  WS-Cur-Source   pic x            value space.
     03  WS-IT-Full      pic x            value "N".
     03  WS-Day-Gap      binary-long      value zero.
     03  WS-Reason       pic x(10)        value spaces.
     03  WS-Ref-A        pic x(10)        value spaces.
     03  WS-Ref-B        pic x(10)        value spaces.
     03  WS-Supp-Count   pic 9(5)         value zero.
     03  WS-Item-Count   pic 9(7)         value zero.
     03  WS-Pair-Count   pic 9(5)         value zero.
     03  WS-Over-Count   pic 9(5)         value zero.
     03  WS-I            binary-short     value zero.
     03  WS-J            binary-short     value zero.
     03  WS-K            binary-short     value zero.
*>
*>  Unposted folio headers, loaded once - the folio file is keyed by
*>   folio not supplier.
*>
 01  WS-FT-Count         binary-short     value zero.
 01  WS-FT-Table.
     03  WS-FT-Entry     occurs 2000.
         05  WS-FT-Supplier  pic x(7).
         05  WS-FT-Kind      pic x.
         05  WS-FT-Folio     pic 9(8).
         05  WS-FT-Ref       pic x(10).
         05  WS-FT-Gross     pic s9(8)v99   comp-3.
         05  WS-FT-Date      binary-long.
*>
*>  The current supplier's items from all three sources.
*>
 01  WS-IT-Count         binary-short     value zero.
 01  WS-IT-Table.
     03  WS-IT-Entry     occurs 500.
         05  WS-IT-Source    pic x.
         05  WS-IT-Kind      pic x.
         05  WS-IT-Folio     pic 9(8).
         05  WS-IT-Ref       pic x(10).
         05  WS-IT-Gross     pic s9(8)v99   comp-3.
         05  WS-IT-Date      binary-long.
*>
 01  WS-Source-Names     pic x(32)        value
         "Open    Paid    Archive Unposted".
 01  filler redefines WS-Source-Names.
     03  WS-Source-Name  pic x(8)   occurs 4.
*>
 01  ws-Test-Date            pic x(10).
 01  ws-date-formats.
     03  ws-swap             pic xx.
     03  ws-Conv-Date        pic x(10).
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
     03  PL003          pic x(28) value "PL003 Hit Return To Continue".
     03  PL264          pic x(24) value "PL264 Supplier not found".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  filler          pic x(44)       value "Suspected Duplicate Supplier Invoices".
     03  l1-date         pic x(10).
     03  filler          pic x(20)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  filler          pic x(132)      value "Supplier    Folio Source  Ref        Date        " &
         "     Gross     Folio Source  Ref        Date             Gross  Reason".
*>
 01  line-3.
     03  l3-supp         pic x(9).
     03  l3-folio-a      pic z(7)9.
     03  filler          pic x           value space.
     03  l3-src-a        pic x(8).
     03  l3-ref-a        pic x(11).
     03  l3-date-a       pic x(11).
     03  l3-gross-a      pic z(7)9.99-.
     03  filler          pic xx          value spaces.
     03  l3-folio-b      pic z(7)9.
     03  filler          pic x           value space.
     03  l3-src-b        pic x(8).
     03  l3-ref-b        pic x(11).
     03  l3-date-b       pic x(11).
     03  l3-gross-b      pic z(7)9.99-.
     03  filler          pic xx          value spaces.
     03  l3-reason       pic x(10).
*>
 01  line-4.
     03  l4-head         pic x(40).
     03  l4-count        pic z(6)9.
*>
 01  line-5.
     03  filler          pic x(9)        value spaces.
     03  l5-supp         pic x(8).
     03  filler          pic x(58)       value
         "has more than 500 items - only the first 500 are compared".
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
     perform  zz070-Convert-Date.
     move     ws-date to l1-date.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Duplicate Invoice Scan" at 0130 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
*>
     display  "Reports every pair of items for a supplier with the same ref,"
                                          at 0401 with foreground-color 2.
     display  "or the same gross within the day window below."
                                          at 0501 with foreground-color 2.
     display  "Day window       [  ]"     at 0801 with foreground-color 2.
     display  "Supplier         [       ]   (spaces for all)"
                                          at 1001 with foreground-color 2.
*>
 init01-Get-Days.
     accept   WS-Window at 0819 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Menu-Exit.
*>
 init01-Get-Supplier.
     move     spaces to WS-Supp-In.
     accept   WS-Supp-In at 1019 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Menu-Exit.
*>
     perform  Purch-Open-Input.
     if       WS-Supp-In not = spaces
              move WS-Supp-In to WS-Purch-Key
              move 1 to File-Key-No
              perform Purch-Read-Indexed
              if   fs-reply not = zero
                   perform Purch-Close
                   display PL264 at 2301 with foreground-color 4 highlight
                   go to init01-Get-Supplier
              end-if
     end-if
     display  " " at 2301 with erase eol.
     display  "Scanning ..." at 1201 with foreground-color 2.
*>
     perform  OTM5-Open-Input.
     perform  PInvoice-Open-Input.
     open     input PL-Arc-OI-File.
     if       fs-reply = zero
              move "Y" to WS-Arc-Open.
     open     output print-file.
     perform  bd000-Headings.
*>
     perform  ba000-Load-Folios.
     if       WS-Supp-In not = spaces
              perform ca000-One-Supplier
     else
              perform bb000-All-Suppliers.
*>
     perform  Purch-Close.
     perform  OTM5-Close.
     perform  PInvoice-Close.
     if       WS-Arc-Open = "Y"
              close PL-Arc-OI-File.
*>
     if       line-cnt > Page-Lines - 6
              perform bd000-Headings.
     move     "Suppliers scanned      :" to l4-head.
     move     WS-Supp-Count to l4-count.
     write    print-record from line-4 after 3.
     move     "Items compared         :" to l4-head.
     move     WS-Item-Count to l4-count.
     write    print-record from line-4 after 1.
     move     "Suspected duplicate pairs :" to l4-head.
     move     WS-Pair-Count to l4-count.
     write    print-record from line-4 after 1.
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>
     display  "Scan complete - suspected pairs :" at 1201 with foreground-color 2.
     display  WS-Pair-Count at 1235 with foreground-color 3.
     display  PL003 at 1401 with foreground-color 2.
     accept   ws-reply at 1430.
*>
 Menu-Exit.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Load-Folios       section.
*>==============================
*>
*>  Pending and held folios only - posted ones are on OTM5 and
*>   self-billed orders (invoiced) were replaced by their SB folio.
*>
     move     zero to WS-FT-Count.
     move     spaces to WS-PInvoice-Record.
     move     zero   to WS-PInvoice-Record (1:10).
     set      fn-not-less-than to true.
     perform  PInvoice-Start.
     if       fs-reply not = zero
              go to ba999-exit.
*>
 ba010-Read.
     perform  PInvoice-Read-Next-Header.
     if       fs-reply not = zero
              go to ba999-exit.
     move     WS-PInvoice-Record to PInvoice-Header.
     if       ih-test not = zero
              go to ba010-Read.
     if       not pending
          and not held-for-approval
              go to ba010-Read.
     if       WS-Supp-In not = spaces
          and ih-supplier not = WS-Supp-In
              go to ba010-Read.
     if       WS-FT-Count not < 2000
              go to ba999-exit.
     add      1 to WS-FT-Count.
     move     ih-supplier to WS-FT-Supplier (WS-FT-Count).
     if       ih-type = 3
              move "C" to WS-FT-Kind (WS-FT-Count)
     else
              move "I" to WS-FT-Kind (WS-FT-Count).
     move     ih-invoice  to WS-FT-Folio (WS-FT-Count).
     move     ih-ref      to WS-FT-Ref (WS-FT-Count).
     compute  WS-FT-Gross (WS-FT-Count) =
              ih-net + ih-extra + ih-carriage
                     + ih-vat + ih-e-vat + ih-c-vat.
     move     ih-date     to WS-FT-Date (WS-FT-Count).
     go       to ba010-Read.
*>
 ba999-exit.
     exit     section.
*>
 bb000-All-Suppliers     section.
*>==============================
*>
     move     spaces to WS-Purch-Key.
     set      fn-not-less-than to true.
     perform  Purch-Start.
     if       fs-reply not = zero
              go to bb999-exit.
*>
 bb010-Read.
     perform  Purch-Read-Next.
     if       fs-reply not = zero
              go to bb999-exit.
     perform  ca000-One-Supplier.
     go       to bb010-Read.
*>
 bb999-exit.
     exit     section.
*>
 ca000-One-Supplier      section.
*>==============================
*>
*>  Gather the supplier's items then compare every pair once.
*>
     add      1 to WS-Supp-Count.
     move     zero to WS-IT-Count.
     move     "N"  to WS-IT-Full.
     perform  cb000-Ledger-Items.
     if       WS-Arc-Open = "Y"
              perform cc000-Archive-Items.
     perform  cd000-Folio-Items varying WS-K from 1 by 1
                                until WS-K > WS-FT-Count.
     add      WS-IT-Count to WS-Item-Count.
     if       WS-IT-Count < 2
              go to ca999-exit.
     perform  ce000-Compare
                      varying WS-I from 1 by 1 until WS-I > WS-IT-Count
                        after WS-J from 1 by 1 until WS-J > WS-IT-Count.
*>
 ca999-exit.
     exit     section.
*>
 cb000-Ledger-Items      section.
*>==============================
*>
     move     WS-Purch-Key to oi5-supplier.
     move     zero         to oi5-invoice.
     set      fn-not-less-than to true.
     perform  OTM5-Start.
     if       fs-reply not = zero
              go to cb999-exit.
*>
 cb010-Read.
     perform  OTM5-Read-Next.
     if       fs-reply not = zero
           or oi5-supplier not = WS-Purch-Key
              go to cb999-exit.
     if       S-Closed
              move "P" to WS-Cur-Source
     else
              move "O" to WS-Cur-Source.
     perform  zz020-Add-OI-Item.
     go       to cb010-Read.
*>
 cb999-exit.
     exit     section.
*>
 cc000-Archive-Items     section.
*>==============================
*>
     move     WS-Purch-Key to AR5-Supplier.
     move     zero         to AR5-Invoice AR5-Seq.
     start    PL-Arc-OI-File key not less AR5-Key
              invalid key
              go to cc999-exit.
*>
 cc010-Read.
     read     PL-Arc-OI-File next record
              at end
              go to cc999-exit.
     if       AR5-Supplier not = WS-Purch-Key
              go to cc999-exit.
     move     AR5-Image to WS-OTM5-Record.
     move     "A" to WS-Cur-Source.
     perform  zz020-Add-OI-Item.
     go       to cc010-Read.
*>
 cc999-exit.
     exit     section.
*>
 cd000-Folio-Items       section.
*>==============================
*>
*>  Take in one unposted folio entry (WS-K) if it is this supplier's.
*>
     if       WS-FT-Supplier (WS-K) not = WS-Purch-Key
              go to cd999-exit.
     if       WS-IT-Count not < 500
              go to cd999-exit.
     add      1 to WS-IT-Count.
     move     "U"                  to WS-IT-Source (WS-IT-Count).
     move     WS-FT-Kind  (WS-K)   to WS-IT-Kind   (WS-IT-Count).
     move     WS-FT-Folio (WS-K)   to WS-IT-Folio  (WS-IT-Count).
     move     WS-FT-Ref   (WS-K)   to WS-IT-Ref    (WS-IT-Count).
     move     WS-FT-Gross (WS-K)   to WS-IT-Gross  (WS-IT-Count).
     move     WS-FT-Date  (WS-K)   to WS-IT-Date   (WS-IT-Count).
*>
 cd999-exit.
     exit     section.
*>
 ce000-Compare           section.
*>==============================
*>
*>  Pair I,J once (J after I), same kind, different folio - same ref
*>   first, else same gross inside the day window.
*>
     if       WS-J not > WS-I
              go to ce999-Exit.
     if       WS-IT-Kind  (WS-I) not = WS-IT-Kind  (WS-J)
           or WS-IT-Folio (WS-I) = WS-IT-Folio (WS-J)
              go to ce999-Exit.
     move     function upper-case (WS-IT-Ref (WS-I)) to WS-Ref-A.
     move     function upper-case (WS-IT-Ref (WS-J)) to WS-Ref-B.
     if       WS-Ref-A not = spaces
          and WS-Ref-A = WS-Ref-B
              move "Same ref" to WS-Reason
              go to ce010-Print.
     if       WS-IT-Gross (WS-I) = zero
           or WS-IT-Gross (WS-I) not = WS-IT-Gross (WS-J)
              go to ce999-Exit.
     compute  WS-Day-Gap = WS-IT-Date (WS-I) - WS-IT-Date (WS-J).
     if       WS-Day-Gap < zero
              multiply -1 by WS-Day-Gap.
     if       WS-Day-Gap > WS-Window
              go to ce999-Exit.
     move     "Same gross" to WS-Reason.
*>
 ce010-Print.
     move     WS-Purch-Key to l3-supp.
     move     WS-IT-Folio (WS-I) to l3-folio-a.
     move     WS-IT-Ref   (WS-I) to l3-ref-a.
     move     WS-IT-Gross (WS-I) to l3-gross-a.
     move     WS-IT-Source (WS-I) to ws-reply.
     perform  zz030-Source-Name.
     move     ws-Conv-Date to l3-src-a.
     move     WS-IT-Date  (WS-I) to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l3-date-a.
     move     WS-IT-Folio (WS-J) to l3-folio-b.
     move     WS-IT-Ref   (WS-J) to l3-ref-b.
     move     WS-IT-Gross (WS-J) to l3-gross-b.
     move     WS-IT-Source (WS-J) to ws-reply.
     perform  zz030-Source-Name.
     move     ws-Conv-Date to l3-src-b.
     move     WS-IT-Date  (WS-J) to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l3-date-b.
     move     WS-Reason to l3-reason.
     if       line-cnt > Page-Lines - 3
              perform bd000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
     add      1 to WS-Pair-Count.
*>
 ce999-Exit.
     exit     section.
*>
 bd000-Headings          section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     write    print-record from line-1 after page.
     write    print-record from line-2 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     4 to line-cnt.
*>
 bd999-exit.
     exit     section.
*>
 zz020-Add-OI-Item       section.
*>==============================
*>
*>  OI-Header (OTM5 or an archived image) to the item table, source
*>   in WS-Cur-Source; invoices and credit notes only, payments and
*>   journals are not compared.
*>
     if       OI-Type < 1 or > 3
              go to zz020-exit.
     if       WS-IT-Count not < 500
              if   WS-IT-Full = "N"
                   move "Y" to WS-IT-Full
                   move WS-Purch-Key to l5-supp
                   if   line-cnt > Page-Lines - 3
                        perform bd000-Headings
                   end-if
                   write print-record from line-5 after 1
                   add  1 to line-cnt WS-Over-Count
              end-if
              go to zz020-exit.
     add      1 to WS-IT-Count.
     move     WS-Cur-Source to WS-IT-Source (WS-IT-Count).
     if       OI-Type = 3
              move "C" to WS-IT-Kind (WS-IT-Count)
     else
              move "I" to WS-IT-Kind (WS-IT-Count).
     move     OI-Invoice   to WS-IT-Folio (WS-IT-Count).
     move     OI-Ref       to WS-IT-Ref   (WS-IT-Count).
     compute  WS-IT-Gross (WS-IT-Count) =
              OI-Net + OI-Extra + OI-Carriage
                     + OI-Vat + OI-E-Vat + OI-C-Vat.
     move     OI-Date      to WS-IT-Date  (WS-IT-Count).
*>
 zz020-exit.
     exit     section.
*>
 zz030-Source-Name       section.
*>==============================
*>
     evaluate ws-reply
         when "O"  move WS-Source-Name (1) to ws-Conv-Date
         when "P"  move WS-Source-Name (2) to ws-Conv-Date
         when "A"  move WS-Source-Name (3) to ws-Conv-Date
         when other
                   move WS-Source-Name (4) to ws-Conv-Date
     end-evaluate.
*>
 zz030-exit.
     exit     section.
*>
 zz060-Convert-Date        section.
*>********************************
*>
*>  Converts date in binary to UK/USA/Intl date format
*>****************************************************
*> Input:   u-bin
*> output:  ws-date as uk/US/Inlt date format
*>          u-date & ws-date = spaces if invalid date
*>
     perform  maps04.
     if       u-date = spaces
              move spaces to ws-date
              go to zz060-Exit.
     move     u-date to ws-date.
*>
     if       Date-Form = zero
              move 1 to Date-Form.
     if       Date-UK
              go to zz060-Exit.
     if       Date-USA                *> swap month and days
              move ws-days  to ws-swap
              move ws-month to ws-days
              move ws-swap  to ws-month
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
 zz070-Convert-Date        section.
*>********************************
*>
*>  Converts date in to-day to UK/USA/Intl date format
*>****************************************************
*> Input:   to-day
*> output:  ws-date as uk/US/Inlt date format
*>
     move     to-day to ws-date.
*>
     if       Date-Form = zero
              move 1 to Date-Form.
     if       Date-UK
              go to zz070-Exit.
     if       Date-USA                *> swap month and days
              move ws-days to ws-swap
              move ws-month to ws-days
              move ws-swap to ws-month
              go to zz070-Exit.
*>
*> So its International date format
*>
     move     "ccyy/mm/dd" to ws-date.  *> swap Intl to UK form
     move     to-day (7:4) to ws-Intl-Year.
     move     to-day (4:2) to ws-Intl-Month.
     move     to-day (1:2) to ws-Intl-Days.
*>
 zz070-Exit.
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
