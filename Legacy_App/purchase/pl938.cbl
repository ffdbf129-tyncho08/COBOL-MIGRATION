       >>source free
*>*****************************************************************
*>                                                                *
*>       Purchase Ledger - Subcontract (Outwork) Orders           *
*>*****************************************************************
*>
 identification          division.
*>===============================
*>
*>**
      program-id.         pl938.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Outwork - our own components go out to a
*>                        subcontractor (plating and the like) who
*>                        sends them back as the finished item and
*>                        invoices the processing only.
*>                        Raise builds a one-line pl020-shape order
*>                        folio for the FINISHED item priced at the
*>                        processing charge, and issues its st010 /
*>                        st070 component (Stock-Construct-Item at
*>                        Stock-Construct-Bundle per unit) out of
*>                        Stock-Held on to the Subcon-File (see
*>                        fdsubcon.cob) - held at the subcontractor,
*>                        at cost, still ours but not pickable.
*>                        pl035 GRN entry of the finished item
*>                        consumes them and adds the item at
*>                        component cost plus processing cost.
*>                        The held report lists what is out at each
*>                        subcontractor; Close returns any balance
*>                        (spare or unused components) to stock.
*>**
*>    Version.            See Prog-Name In Ws.
*>**
*>    Called Modules.     Maps04, st022.
*>                        acas000 (System), acas010 (Audit),
*>                        acas011 (Stock), acas022 (Purchase),
*>                        acas026 (PInvoice).
*>**
*>    Error messages used.
*>                        PL296 - PL303, see Error-Messages.
*>**
*>    Changes.
*> 15/10/26 vbc - .00 New program for subcontract (outwork) orders
*>                    with free-issue components.
*>
*>*************************************************************************
*>
*>  From copyright.cob.
*>
*> Copyright Notice.
*> ****************
*>
*> This notice supersedes all prior copyright notices & was updated 2024-04-16.
*>
*> These files and programs are part of the Applewood Computers Accounting
*> System and is Copyright (c) Vincent B Coen. 1976-2025 and later.
*>
*> This program is now free software; you can redistribute it and/or modify it
*> under the terms listed here and of the GNU General Public License as
*> published by the Free Software Foundation; version 3 and later as revised
*> for PERSONAL USAGE ONLY and that includes for use within a business but
*> EXCLUDES repackaging or for Resale, Rental or Hire in ANY way.
*>
*> Persons interested in repackaging, redevelopment for the purpose of resale or
*> distribution in a rental or hire mode must get in touch with the copyright
*> holder with your commercial plans and proposals.
*>
*> ACAS is distributed in the hope that it will be useful, but WITHOUT
*> ANY WARRANTY; without even the implied warranty of MERCHANTABILITY or
*> FITNESS FOR A PARTICULAR PURPOSE.  See the GNU General Public License
*> for more details. If it breaks, you own both pieces but I will endeavour
*> to fix it, providing you tell me about the problem.
*>
*> You should have received a copy of the GNU General Public License along
*> with ACAS; see the file COPYING.  If not, write to the Free Software
*> Foundation, 59 Temple Place, Suite 330, Boston, MA 02111-1307 USA.
*>
*>*************************************************************************
*>
 environment             division.
*>===============================
*>
 copy "envdiv.cob".
*>
 input-output            section.
*>------------------------------
*>
 file-control.
*>-----------
*>
 copy "selsubcon.cob".
 copy "selprint.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdsubcon.cob".
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
*>
 77  prog-name           pic x(15) value "PL938 (3.02.00)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wsstock.cob".
 copy "wsaudit.cob".
 copy "wscost.cob".      *> st022 layer engine call block.
 copy "wspl.cob".
 copy "wsfdpinv.cob".   *> replacing Invoice-Record by WS-PInvoice-Record.
 copy "plwspinv.cob".   *> Pinvoice-header / Pinvoice-Bodies.
*>
*> REMARK OUT ANY IN USE
*>
 01  Dummies-4-Unused-ACAS-FH-Calls.      *> Call blk at zz080-ACAS-Calls
     03  Default-Record         pic x.
     03  Final-Record           pic x.
     03  WS-Ledger-Record       pic x.
     03  WS-Posting-Record      pic x.
     03  WS-Batch-Record        pic x.
     03  WS-IRS-Posting-Record  pic x.
*>     03  WS-Stock-Audit-Record  pic x.
*>     03  WS-Stock-Record        pic x.
     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  WS-Analysis-Record     pic x.
     03  WS-Del-Inv-Nos-Record  pic x.
*>     03  WS-Purch-Record        pic x.
     03  WS-Pay-Record          pic x.
     03  WS-Invoice-Record      pic x.
     03  WS-OTM3-Record         pic x.
*>     03  WS-PInvoice-Record     pic x.
     03  WS-OTM5-Record         pic x.
*>
 copy "Test-Data-Flags.cob".  *> set sw-testing to zero to stop logging.
*>
 01  All-My-Constants    pic 9(4).
     copy "screenio.cpy".
*>
 01  ws-data.
     03  menu-reply      pic x.
     03  ws-reply        pic x.
     03  WS-Pass-Value   pic 9.
     03  WS-SCO-FS       pic 99           value zero.
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  a               binary-char unsigned value zero.
     03  WS-Supp-In      pic x(7)         value spaces.
     03  WS-Item-In      pic x(13)        value spaces.
     03  WS-Item-Desc    pic x(32)        value spaces.
     03  WS-Comp-Key     pic x(13)        value spaces.
     03  WS-Bundle       pic 9(6)   comp  value zero.
     03  WS-Qty-In       pic 9(6)         value zero.
     03  WS-Required-Qty pic 9(7)         value zero.
     03  WS-Price-In     pic 9(5)v9999    value zero.
     03  WS-Folio-In     pic 9(8)         value zero.
     03  WS-Line-In      pic 99           value zero.
     03  WS-Folio        pic 9(8)         value zero.
     03  WS-Net          pic s9(7)v99     value zero.
     03  WS-Issue-Value  pic 9(7)v99      value zero.
     03  WS-Unit-Cost    pic 9(7)v9999    value zero.
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Today-Num    pic 9(8)         value zero.
     03  WS-Prev-Supp    pic x(7)         value spaces.
     03  WS-Sup-Qty      pic 9(8)         value zero.
     03  WS-Sup-Value    pic 9(9)v99      value zero.
     03  WS-Tot-Cnt      pic 9(5)         value zero.
     03  WS-Tot-Value    pic 9(9)v99      value zero.
     03  display-cost    pic z,zzz,zz9.9999.
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
     03  PL296          pic x(26) value "PL296 Supplier not on file".
     03  PL297          pic x(28) value "PL297 Stock item not on file".
     03  PL298          pic x(47) value "PL298 Item has no component set up - see ST010".
     03  PL299          pic x(50) value "PL299 Insufficient component stock for order qty".
     03  PL300          pic x(36) value "PL300 No such subcontract order line".
     03  PL301          pic x(38) value "PL301 Subcontract order already closed".
     03  PL302          pic x(38) value "PL302 Nothing held at subcontractors.".
     03  PL303          pic x(36) value "PL303 Cannot open Subcontract file !".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  filler          pic x(44)       value "Stock Held At Subcontractors".
     03  filler          pic x(32)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  filler          pic x(132)      value "Supplier Folio     Ln  Finished Item  " &
         "Ordered   Recd  Component         Issued     Held     Value Held".
*>
 01  line-3.
     03  l3-supp         pic x(9).
     03  l3-folio        pic 9(8).
     03  filler          pic xx          value spaces.
     03  l3-line         pic 99.
     03  filler          pic xx          value spaces.
     03  l3-item         pic x(15).
     03  l3-ordered      pic zzz,zz9.
     03  l3-recd         pic zzz,zz9.
     03  filler          pic xx          value spaces.
     03  l3-comp         pic x(15).
     03  l3-issued       pic z,zzz,zz9.
     03  l3-held         pic z,zzz,zz9.
     03  l3-value        pic bbzz,zzz,zz9.99.
     03  filler          pic x(30)       value spaces.
*>
 01  line-4.
     03  filler          pic x(9)        value spaces.
     03  l4-text         pic x(27).
     03  l4-name         pic x(38).
     03  l4-held         pic z,zzz,zzz,zz9.
     03  filler          pic x           value space.
     03  l4-value        pic zzz,zzz,zz9.99.
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
     move     to-day to u-date.
     move     zero to u-bin.
     perform  maps04.
     move     u-bin to WS-Today-Bin.
     accept   WS-Today-Num from date YYYYMMDD.
     move     to-day (4:2) to a.
*>
     open     i-o Subcon-File.
     if       WS-SCO-FS = 35
              open  output Subcon-File
              close Subcon-File
              open  i-o    Subcon-File.
     if       WS-SCO-FS not = zero
              display PL303 at 2301 with foreground-color 4
              exit program.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Subcontract (Outwork) Orders" at 0126 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Raise Subcontract Order"           at 0811 with foreground-color 2.
     display  "(2)  Stock Held At Subcontractors"      at 0911 with foreground-color 2.
     display  "(3)  Close Order / Return Components"   at 1011 with foreground-color 2.
     display  "(X)  Return To Menu"                    at 1211 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Raise-Order
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-Held-Report
              go to menu-return.
     if       menu-reply = "3"
              perform  da000-Close-Order
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    Subcon-File.
     set      Cost-Close to true.          *> st022 layer engine
     call     "st022" using WS-Cost-Call file-defs.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Raise-Order       section.
*>==============================
*>
*>  Supplier, finished item, quantity and the processing price per
*>   finished unit.  The component and its bundle come from the
*>   item's st010 BOMP data, the same pair st070 builds from.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Raise Subcontract Order" at 0129 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
*>
 ba010-Get-Supplier.
     display  "Subcontractor [       ]   (blank to finish)" at 0501
                                 with foreground-color 2.
     move     spaces to WS-Supp-In.
     accept   WS-Supp-In at 0516 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Supp-In = spaces
              go to ba999-exit.
     move     WS-Supp-In to WS-Purch-Key.
     move     1 to File-Key-No.
     perform  Purch-Open-Input.
     perform  Purch-Read-Indexed.
     move     fs-reply to WS-SCO-FS.
     perform  Purch-Close.
     if       WS-SCO-FS not = zero
              move zero to WS-SCO-FS
              display PL296 at 2301 with foreground-color 4 highlight
              go to ba010-Get-Supplier.
     move     zero to WS-SCO-FS.
     display  " " at 2301 with erase eol.
     display  Purch-Name at 0545 with foreground-color 3.
*>
 ba020-Get-Item.
     display  "Finished item [             ]" at 0701 with foreground-color 2.
     move     spaces to WS-Item-In.
     accept   WS-Item-In at 0716 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Item-In = spaces
              go to ba010-Get-Supplier.
*>
     perform  Stock-Open.
     move     WS-Item-In to WS-Stock-Key.
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     if       fs-reply not = zero
              perform Stock-Close
              display PL297 at 2301 with foreground-color 4 highlight
              go to ba020-Get-Item.
     if       Stock-Construct-Item = spaces
           or Stock-Construct-Bundle = zero
              perform Stock-Close
              display PL298 at 2301 with foreground-color 4 highlight
              go to ba020-Get-Item.
     move     WS-Stock-Desc          to WS-Item-Desc.
     move     Stock-Construct-Item   to WS-Comp-Key.
     move     Stock-Construct-Bundle to WS-Bundle.
     display  WS-Item-Desc at 0731 with foreground-color 3.
*>
     move     WS-Comp-Key to WS-Stock-Key.
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     if       fs-reply not = zero
              perform Stock-Close
              display PL297 at 2301 with foreground-color 4 highlight
              go to ba020-Get-Item.
     display  " " at 2301 with erase eol.
     display  "Free-issue component" at 0801 with foreground-color 2.
     display  WS-Comp-Key at 0822 with foreground-color 3.
     display  WS-Stock-Desc at 0836 with foreground-color 3.
     display  "Per finished unit" at 0901 with foreground-color 2.
     display  WS-Bundle at 0922 with foreground-color 3.
     display  "Held" at 0936 with foreground-color 2.
     display  Stock-Held at 0941 with foreground-color 3.
*>
 ba030-Get-Qty.
     display  "Finished qty  [      ]" at 1101 with foreground-color 2.
     move     zero to WS-Qty-In.
     accept   WS-Qty-In at 1116 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Qty-In = zero
              perform Stock-Close
              go to ba020-Get-Item.
     multiply WS-Qty-In by WS-Bundle giving WS-Required-Qty
              on size error
              move 9999999 to WS-Required-Qty
     end-multiply.
     display  "Components to send" at 1201 with foreground-color 2.
     display  WS-Required-Qty at 1222 with foreground-color 3.
     if       WS-Required-Qty > Stock-Held
              display PL299 at 2301 with foreground-color 4 highlight
              go to ba030-Get-Qty.
     display  " " at 2301 with erase eol.
*>
     display  "Processing price per unit [             ]" at 1401
                                 with foreground-color 2.
     move     zero to WS-Price-In.
     move     WS-Price-In to display-cost.
     accept   display-cost at 1428 with foreground-color 3 update.
     move     function numval (display-cost) to WS-Price-In.
     compute  WS-Net rounded = WS-Qty-In * WS-Price-In.
     display  "Order value" at 1501 with foreground-color 2.
     move     WS-Net to display-cost.
     display  display-cost at 1528 with foreground-color 3.
*>
     display  "Raise order and send components (Y/N) ? [N]" at 1701
                                 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 1742 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              perform Stock-Close
              go to ba020-Get-Item.
*>
     perform  bd000-Next-Folio.
     perform  bb000-Issue-Components.
     perform  Stock-Close.
     perform  bc000-Write-Folio.
*>
     initialize Subcon-Record.
     move     WS-Folio        to SCO-Folio.
     move     1               to SCO-Line.
     move     WS-Supp-In      to SCO-Supplier.
     move     WS-Item-In      to SCO-Item.
     move     WS-Comp-Key     to SCO-Component.
     move     WS-Bundle       to SCO-Bundle.
     move     WS-Today-Num    to SCO-Date.
     move     WS-Qty-In       to SCO-Qty-Ordered.
     move     zero            to SCO-Qty-Received.
     move     WS-Required-Qty to SCO-Comp-Issued SCO-Comp-Held.
     move     WS-Issue-Value  to SCO-Comp-Value.
     move     WS-Price-In     to SCO-Proc-Unit.
     set      SCO-Open        to true.
     write    Subcon-Record
              invalid key
              rewrite Subcon-Record
     end-write.
*>
     display  "Subcontract order raised as folio" at 1901 with foreground-color 2.
     display  WS-Folio at 1935 with foreground-color 3.
     display  "- hit return" at 1944 with foreground-color 2.
     accept   ws-reply at 1957.
     go       to ba000-Raise-Order.
*>
 ba999-exit.
     exit     section.
*>
 bb000-Issue-Components  section.
*>==============================
*>
*>  The component is still on the stock record read by ba000.  Out
*>   of Stock-Held as a normal deduction, valued at cost (the FIFO
*>   layers consumed when in force) and that value travels with the
*>   components on to the Subcon-File.
*>
     move     Stock-Cost to WS-Unit-Cost.
     compute  WS-Issue-Value rounded = WS-Required-Qty * Stock-Cost
              on size error
              move Stock-Value to WS-Issue-Value
     end-compute.
     if       WS-Issue-Value > Stock-Value
              move Stock-Value to WS-Issue-Value.
     subtract WS-Required-Qty from Stock-Held.
     add      WS-Required-Qty to Stock-Deducts.
     add      WS-Required-Qty to Stock-TD-Deds (a).
     subtract WS-Issue-Value from Stock-Value.
*>
     if       Costing-FIFO
        and   Stock-Services-Flag not = "Y"
              move WS-Comp-Key to Cost-Stock-Key
              set  Cost-Consume to true
              move WS-Required-Qty to Cost-Qty
              call "st022" using WS-Cost-Call file-defs
              if   Cost-RC = zero
                   move Cost-Value to WS-Issue-Value
              end-if
              set  Cost-Value-Item to true
              call "st022" using WS-Cost-Call file-defs
              move Cost-Value to Stock-Value
              if   Stock-Held not = zero
                   compute Stock-Cost rounded =
                           Cost-Value / Stock-Held
              end-if
     end-if.
     perform  Stock-Rewrite.
*>
     if       Stk-Audit-Used = 1
              perform  Stock-Audit-Open-Extend
              initialize WS-Stock-Audit-Record
              move 2                to Audit-Type       *> deduction
              move WS-Folio         to Audit-Invoice-PO
              move ws-Date          to Audit-Process-Date
              move WS-Comp-Key      to Audit-Stock-Key
              move spaces           to Audit-Desc
              string "Free issue to subcon " WS-Supp-In
                                    delimited by size into Audit-Desc
              move WS-Required-Qty  to Audit-Transaction-Qty
              move WS-Unit-Cost     to Audit-Unit-Cost
              move WS-Issue-Value   to Audit-Stock-Value-Change
              multiply -1 by Audit-Stock-Value-Change
              move zero             to Audit-Reverse-Transaction
              move Stk-Audit-No     to Audit-No
              move spaces           to Audit-Reason-Code
              perform Stock-Audit-Write
              perform Stock-Audit-Close.
*>
 bb999-exit.
     exit     section.
*>
 bc000-Write-Folio       section.
*>==============================
*>
*>  One-line pl020-shape order folio for the finished item at the
*>   processing price - what the subcontractor will invoice, so
*>   pl060 matches it as any other order.  Same build as the pl039
*>   RFQ award.
*>
     perform  PInvoice-Open.
     move     spaces to Pinvoice-Bodies (1:75).
     move     WS-Folio        to il-invoice (1).
     move     1               to il-line (1).
     move     WS-Item-In      to il-product (1).
     move     "  "            to il-pa (1).
     move     WS-Qty-In       to il-qty (1).
     move     "2"             to il-type (1).
     move     WS-Item-Desc    to il-description (1).
     move     WS-Net          to il-net (1).
     move     WS-Price-In     to il-unit (1).
     move     zero            to il-discount (1) il-vat (1).
     move     1               to il-vat-code (1).
     move     space           to il-update (1).
     move     Pinvoice-Bodies (1:75) to WS-PInvoice-Record.
     perform  PInvoice-Write.
*>
     move     spaces to Pinvoice-header.
     move     WS-Folio       to ih-invoice.
     move     zero           to ih-test.
     move     WS-Supp-In     to ih-supplier.
     move     WS-Today-Bin   to ih-date.
     move     "SUBCON"       to ih-order.
     move     2              to ih-type.
     move     spaces         to ih-ref.
     move     zero to ih-p-c ih-extra ih-carriage ih-vat
                      ih-discount ih-e-vat ih-c-vat.
     move     WS-Net         to ih-net.
     move     "P"            to ih-status.
     move     1              to ih-lines.
     move     zero to ih-deduct-days ih-deduct-amt ih-deduct-vat
                      ih-days ih-cr.
     move     Pinvoice-header to WS-PInvoice-Record.
     perform  PInvoice-Write.
     perform  PInvoice-Close.
*>
 bc999-exit.
     exit     section.
*>
 bd000-Next-Folio        section.
*>==============================
*>
     perform  zz100-Read-System-Record.
     if       Next-Folio = zero
              move 1 to Next-Folio.
     move     Next-Folio to WS-Folio.
     add      1 to Next-Folio.
     perform  zz110-Write-System-Record.
*>
 bd999-exit.
     exit     section.
*>
 ca000-Held-Report       section.
*>==============================
*>
*>  Every open order by subcontractor (the alternate key), showing
*>   the components still out there and their cost, with a total
*>   per subcontractor and overall.
*>
     move     zero to page-nos WS-Tot-Cnt WS-Tot-Value
                      WS-Sup-Qty WS-Sup-Value.
     move     spaces to WS-Prev-Supp.
     move     99   to line-cnt.
     open     output print-file.
     perform  cb000-Headings.
*>
     move     low-values to SCO-Supplier.
     start    Subcon-File key not less than SCO-Supplier
              invalid key
              go to ca900-End
     end-start.
*>
 ca010-Read-Loop.
     read     Subcon-File next record
              at end go to ca900-End.
     if       not SCO-Open
              go to ca010-Read-Loop.
     if       SCO-Supplier not = WS-Prev-Supp
              perform cc000-Supplier-Total
              move SCO-Supplier to WS-Prev-Supp.
*>
     move     spaces to line-3.
     move     SCO-Supplier     to l3-supp.
     move     SCO-Folio        to l3-folio.
     move     SCO-Line         to l3-line.
     move     SCO-Item         to l3-item.
     move     SCO-Qty-Ordered  to l3-ordered.
     move     SCO-Qty-Received to l3-recd.
     move     SCO-Component    to l3-comp.
     move     SCO-Comp-Issued  to l3-issued.
     move     SCO-Comp-Held    to l3-held.
     move     SCO-Comp-Value   to l3-value.
     add      1                to WS-Tot-Cnt.
     add      SCO-Comp-Held    to WS-Sup-Qty.
     add      SCO-Comp-Value   to WS-Sup-Value WS-Tot-Value.
     if       line-cnt > Page-Lines - 4
              perform cb000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
     go       to ca010-Read-Loop.
*>
 ca900-End.
     perform  cc000-Supplier-Total.
     move     spaces to line-4.
     move     "All subcontractors" to l4-text.
     move     WS-Tot-Value to l4-value.
     write    print-record from line-4 after 2.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     if       WS-Tot-Cnt = zero
              display PL302 at 2301 with foreground-color 3
     else
              display "Report printed." at 2301 with foreground-color 2.
     display  "Hit return" at 2340 with foreground-color 2.
     accept   ws-reply at 2351.
*>
 ca999-exit.
     exit     section.
*>
 cb000-Headings          section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     if       page-nos not = 1
              write print-record from line-1 after page
     else
              write print-record from line-1 after 1.
     write    print-record from line-2 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     5 to line-cnt.
*>
 cb999-exit.
     exit     section.
*>
 cc000-Supplier-Total    section.
*>==============================
*>
*>  Break on subcontractor - name from the purchase ledger.
*>
     if       WS-Prev-Supp = spaces
              go to cc999-exit.
     move     WS-Prev-Supp to WS-Purch-Key.
     move     1 to File-Key-No.
     perform  Purch-Open-Input.
     perform  Purch-Read-Indexed.
     if       fs-reply not = zero
              move spaces to Purch-Name.
     perform  Purch-Close.
     move     spaces to line-4.
     move     "Held at subcontractor" to l4-text.
     move     Purch-Name   to l4-name.
     move     WS-Sup-Qty   to l4-held.
     move     WS-Sup-Value to l4-value.
     write    print-record from line-4 after 1.
     move     spaces to print-record.
     write    print-record after 1.
     add      2 to line-cnt.
     move     zero to WS-Sup-Qty WS-Sup-Value.
*>
 cc999-exit.
     exit     section.
*>
 da000-Close-Order       section.
*>==============================
*>
*>  Order finished with (or cancelled): any components still held
*>   come back into Stock-Held at the cost they went out at and the
*>   order line is closed.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Close Subcontract Order" at 0129 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
*>
 da010-Get-Line.
     display  "Folio (Order) Nos [        ]   Line [  ]   (0 to finish)"
                                 at 0601 with foreground-color 2.
     move     zero to WS-Folio-In.
     move     1    to WS-Line-In.
     accept   WS-Folio-In at 0620 with foreground-color 3 update.
     if       WS-Folio-In = zero
           or Cob-Crt-Status = Cob-Scr-Esc
              go to da999-exit.
     accept   WS-Line-In at 0638 with foreground-color 3 update.
*>
     move     WS-Folio-In to SCO-Folio.
     move     WS-Line-In  to SCO-Line.
     read     Subcon-File
              invalid key
              display PL300 at 2301 with foreground-color 4 highlight
              go to da010-Get-Line
     end-read
     if       SCO-Closed
              display PL301 at 2301 with foreground-color 4 highlight
              go to da010-Get-Line.
     display  " " at 2301 with erase eol.
*>
     display  "Subcontractor" at 0801 with foreground-color 2.
     display  SCO-Supplier at 0816 with foreground-color 3.
     display  "Item" at 0901 with foreground-color 2.
     display  SCO-Item at 0916 with foreground-color 3.
     display  "Ordered" at 0931 with foreground-color 2.
     display  SCO-Qty-Ordered at 0939 with foreground-color 3.
     display  "Received" at 0947 with foreground-color 2.
     display  SCO-Qty-Received at 0956 with foreground-color 3.
     display  "Component" at 1001 with foreground-color 2.
     display  SCO-Component at 1016 with foreground-color 3.
     display  "Still held" at 1031 with foreground-color 2.
     display  SCO-Comp-Held at 1042 with foreground-color 3.
     display  "Close and return held components (Y/N) ? [N]" at 1201
                                 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 1243 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to da010-Get-Line.
*>
     if       SCO-Comp-Held not = zero
              perform db000-Return-Components.
     if       ws-reply = "E"                  *> component missing
              go to da010-Get-Line.
*>
     move     zero to SCO-Comp-Held SCO-Comp-Value.
     set      SCO-Closed to true.
     rewrite  Subcon-Record.
     display  "Order closed." at 1401 with foreground-color 2.
     go       to da010-Get-Line.
*>
 da999-exit.
     exit     section.
*>
 db000-Return-Components section.
*>==============================
*>
*>  Back into stock at the value held, as an st020 style addition -
*>   a cost layer of its own under FIFO.
*>
     perform  Stock-Open.
     move     SCO-Component to WS-Stock-Key.
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     if       fs-reply not = zero
              perform Stock-Close
              display PL297 at 2301 with foreground-color 4 highlight
              move "E" to ws-reply
              go to db999-exit.
*>
     compute  WS-Unit-Cost rounded = SCO-Comp-Value / SCO-Comp-Held.
     add      SCO-Comp-Held  to Stock-Held.
     add      SCO-Comp-Held  to Stock-Adds.
     add      SCO-Comp-Held  to Stock-TD-Adds (a).
     add      SCO-Comp-Value to Stock-Value.
     if       Stock-Held not = zero
              compute Stock-Cost rounded = Stock-Value / Stock-Held.
*>
     if       Costing-FIFO
        and   Stock-Services-Flag not = "Y"
              move SCO-Component to Cost-Stock-Key
              set  Cost-Add-Layer to true
              move SCO-Comp-Held to Cost-Qty
              move WS-Unit-Cost  to Cost-Unit
              move WS-Today-Bin  to Cost-Date
              call "st022" using WS-Cost-Call file-defs
              set  Cost-Value-Item to true
              call "st022" using WS-Cost-Call file-defs
              move Cost-Value to Stock-Value
              if   Stock-Held not = zero
                   compute Stock-Cost rounded =
                           Cost-Value / Stock-Held
              end-if
     end-if.
     perform  Stock-Rewrite.
*>
     if       Stk-Audit-Used = 1
              perform  Stock-Audit-Open-Extend
              initialize WS-Stock-Audit-Record
              move 1                to Audit-Type       *> addition
              move SCO-Folio        to Audit-Invoice-PO
              move ws-Date          to Audit-Process-Date
              move SCO-Component    to Audit-Stock-Key
              move spaces           to Audit-Desc
              string "Returned by subcon " SCO-Supplier
                                    delimited by size into Audit-Desc
              move SCO-Comp-Held    to Audit-Transaction-Qty
              move WS-Unit-Cost     to Audit-Unit-Cost
              move SCO-Comp-Value   to Audit-Stock-Value-Change
              move zero             to Audit-Reverse-Transaction
              move Stk-Audit-No     to Audit-No
              move spaces           to Audit-Reason-Code
              perform Stock-Audit-Write
              perform Stock-Audit-Close.
     perform  Stock-Close.
*>
 db999-exit.
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
 zz100-Read-System-Record  section.
*>********************************
*>
     move     zeros to File-System-Used
                       File-Duplicates-In-Use.  *> Only use param FILE
     move     "00" to  FA-RDBMS-Flat-Statuses.  *> Force Cobol proc.
     move     Pass-Value to WS-Pass-Value.  *> save sys rec fld for rewrite as not saved yet.
     move     1 to File-Key-No.
     perform  System-Open-Input.
*>
     move     1 to File-Key-No.
     perform  System-Read-Indexed.
     perform  System-Close.
*>
 zz100-Exit.
     exit     section.
*>
 zz110-Write-System-Record  section.
*>*********************************
*>
     If       File-System-Used NOT = zero   *> Force RDB processing
              move     "66" to FA-RDBMS-Flat-Statuses
              move     1 to File-Key-No
              move     WS-Pass-Value to Pass-Value  *> restore it
              perform  System-Open
              move     1 to File-Key-No
              perform  System-Rewrite
              perform  System-Close
     end-if.
*>
*> Now do the same for the Cobol file.
*>
     move     zeros to File-System-Used
                       File-Duplicates-In-Use.
     move     "00" to  FA-RDBMS-Flat-Statuses.   *> Force Cobol proc.
     move     1 to File-Key-No.
     move     WS-Pass-Value to Pass-Value.  *> restore it.
     perform  System-Open.                       *> Open cobol file params as I/O
     move     1 to File-Key-No.
     perform  System-Rewrite.                    *> Update Cobol file params
     perform  System-Close.                      *> Close the Cobol param file.
*>
 zz110-Exit.
     exit     section.
*>
 copy "Proc-ACAS-FH-Calls.cob".
*>
 end program pl938.
