       >>source free
*>*********************************************
*>                                            *
*>       Drop-Ship Orders                     *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         sl948.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Drop-ship orders (fddrop.cob).
*>                        sl910 flags invoice lines drop-ship and
*>                        pl049 raises the order to the item's
*>                        primary supplier for delivery direct to the
*>                        customer; sl060 will not post the invoice
*>                        until every such line is despatched.  This
*>                        program:
*>                        Confirms the supplier's despatch, line by
*>                        line, with the date and the supplier's
*>                        reference - the last one releases the
*>                        invoice for posting.
*>                        Prints the orders still awaiting the
*>                        supplier, either the despatch confirmation
*>                        or their invoice (the order folio not yet
*>                        posted), with the margin on each - the
*>                        order folio value as it now stands against
*>                        the sale, or the cost when raised if the
*>                        folio is gone.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     Maps04.
*>                        acas012 (Sales).
*>                        acas026 (PInvoice).
*>**
*>    Error messages used.
*>                        SL003
*>                        SL352    No drop-ship orders for the invoice.
*>                        SL353    Invalid date.
*>                        SL354    Nothing awaiting despatch.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for drop-shipment orders.
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
 copy "seldrop.cob".
 copy "selprint.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fddrop.cob".
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL948 (3.02.00)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wssl.cob".
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
*>     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  WS-Analysis-Record     pic x.
     03  WS-Del-Inv-Nos-Record  pic x.
     03  WS-Purch-Record        pic x.
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
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  WS-DS-Status    pic 99           value zero.
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Invoice-In   pic 9(8)         value zero.
     03  WS-Save-Key     pic x(10)        value spaces.
     03  WS-Desp-Bin     binary-long      value zero.
     03  WS-Desp-Ref     pic x(20)        value spaces.
     03  WS-Date-In      pic x(10)        value spaces.
     03  WS-Done-Cnt     pic 99           value zero.
     03  WS-Count        pic 9(5)         value zero.
     03  WS-Cost         pic s9(7)v99  comp-3  value zero.
     03  WS-Margin       pic s9(7)v99  comp-3  value zero.
     03  WS-Margin-Pc    pic s9(4)v9   comp-3  value zero.
     03  WS-Tot-Sale     pic s9(9)v99  comp-3  value zero.
     03  WS-Tot-Cost     pic s9(9)v99  comp-3  value zero.
     03  WS-Tot-Margin   pic s9(9)v99  comp-3  value zero.
     03  WS-Folio-State  pic x            value space.
         88  WS-Folio-Open                value "O".
         88  WS-Folio-Posted              value "Z".
     03  display-9       pic z(6)9.99.
     03  display-8       pic z(7)9.
     03  display-5       pic zzzz9.
     03  display-2       pic z9.
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
     03  SL003          pic x(28) value "SL003 Hit Return To Continue".
     03  SL352          pic x(43) value "SL352 No drop-ship orders for that invoice".
     03  SL353          pic x(19) value "SL353 Invalid date".
     03  SL354          pic x(52) value "SL354 Nothing on this invoice is awaiting despatch".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  filler          pic x(50)       value "Drop-Ship Orders Awaiting The Supplier".
     03  filler          pic x(26)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  filler          pic x(132)      value " Invoice Ln Customer Item           Qty Supplier   Folio Raised" &
         "     Awaiting    Despatched       Sale      Cost    Margin      %".
*>
 01  line-3.
     03  l3-invoice      pic z(7)9.
     03  filler          pic x           value space.
     03  l3-line         pic z9.
     03  filler          pic x           value space.
     03  l3-cust         pic x(9).
     03  l3-item         pic x(13).
     03  l3-qty          pic z(4)9.
     03  filler          pic x           value space.
     03  l3-supp         pic x(8).
     03  l3-folio        pic z(7)9.
     03  filler          pic x           value space.
     03  l3-raised       pic x(11).
     03  l3-awaiting     pic x(12).
     03  l3-despatched   pic x(11).
     03  l3-sale         pic z(6)9.99.
     03  l3-cost         pic z(6)9.99.
     03  l3-margin       pic z(6)9.99-.
     03  l3-pc           pic zzz9.9-.
*>
 01  line-6.
     03  l6-head         pic x(40).
     03  l6-count        pic zz,zz9.
     03  filler          pic x(46)       value spaces.
     03  l6-sale         pic z(8)9.99.
     03  l6-cost         pic z(8)9.99.
     03  l6-margin       pic z(8)9.99-.
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
     move     to-day to u-date.
     move     zero to u-bin.
     perform  maps04.
     move     u-bin to WS-Today-Bin.
*>
     open     i-o Drop-Ship-File.
     if       WS-DS-Status not = zero
              open  output Drop-Ship-File
              close Drop-Ship-File
              open  i-o    Drop-Ship-File.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Drop-Ship Orders" at 0131 with foreground-color 2.
     perform  zz070-Convert-Date.
     display  ws-date at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Confirm Supplier Despatch"          at 0811 with foreground-color 2.
     display  "(2)  Orders Awaiting Supplier Report"    at 0911 with foreground-color 2.
     display  "(X)  Return To Menu"                     at 1111 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Confirm
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-Awaiting-Report
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    Drop-Ship-File.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Confirm           section.
*>==============================
*>
*>  Sales invoice keyed, then each line still awaiting despatch is
*>   shown in turn: Y confirms it with the despatch date and the
*>   supplier's reference, N leaves it, Q or Escape stops.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Confirm Supplier Despatch" at 0129 with foreground-color 2.
     display  "Sales Invoice [        ]" at 0401 with foreground-color 2.
     move     zero to WS-Invoice-In WS-Done-Cnt.
*>
 ba005-Get-Invoice.
     accept   WS-Invoice-In at 0416 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Invoice-In = zero
              go to ba999-exit.
     move     WS-Invoice-In to DS-Invoice.
     move     zero to DS-Line.
     read     Drop-Ship-File
              invalid key
              display SL352 at 2301 with foreground-color 4 highlight
              go to ba005-Get-Invoice
     end-read
     display  " " at 2301 with erase eol.
     if       DSI-Open = zero
              display SL354 at 2301 with foreground-color 4 highlight
              go to ba005-Get-Invoice.
     perform  zz080-Customer.
     display  DSI-Customer at 0426 with foreground-color 3.
     display  Sales-Name   at 0434 with foreground-color 3.
     move     DSI-Lines to display-2.
     display  "Drop-ship lines" at 0501 with foreground-color 2.
     display  display-2 at 0517 with foreground-color 3.
     move     DSI-Open to display-2.
     display  "awaiting despatch" at 0521 with foreground-color 2.
     display  display-2 at 0539 with foreground-color 3.
*>
     move     WS-Invoice-In to DS-Invoice.
     move     zero to DS-Line.
     start    Drop-Ship-File key > DS-Key
              invalid key
              go to ba900-End
     end-start.
*>
 ba010-Next.
     read     Drop-Ship-File next record
              at end
              go to ba900-End
     end-read
     if       DS-Invoice not = WS-Invoice-In
              go to ba900-End.
     if       not DS-Awaiting
              go to ba010-Next.
*>
     display  " " at 0701 with erase eos.
     move     DS-Line to display-2.
     display  "Line             " at 0701 with foreground-color 2.
     display  display-2 at 0718 with foreground-color 3.
     display  "Item             " at 0801 with foreground-color 2.
     display  DS-Product at 0818 with foreground-color 3.
     display  DS-Desc    at 0833 with foreground-color 3.
     move     DS-Qty to display-5.
     display  "Quantity         " at 0901 with foreground-color 2.
     display  display-5 at 0918 with foreground-color 3.
     display  "Supplier         " at 1001 with foreground-color 2.
     display  DS-Supplier at 1018 with foreground-color 3.
     move     DS-Folio to display-8.
     display  "Order folio      " at 1101 with foreground-color 2.
     display  display-8 at 1118 with foreground-color 3.
     move     DS-Raised to u-bin.
     perform  zz060-Convert-Date.
     display  "Ordered          " at 1201 with foreground-color 2.
     display  ws-date at 1218 with foreground-color 3.
     display  "Deliver to       " at 1301 with foreground-color 2.
     display  DS-Deliv-Name at 1318 with foreground-color 3.
*>
     display  "Despatched (Y/N), Q to quit [N]" at 1501 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 1531 with foreground-color 6 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or ws-reply = "Q"
              go to ba900-End.
     if       ws-reply not = "Y"
              go to ba010-Next.
*>
 ba020-Get-Date.
     move     WS-Today-Bin to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to WS-Date-In.
     display  "Despatch date    [          ]" at 1601 with foreground-color 2.
     accept   WS-Date-In at 1619 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba010-Next.
     move     WS-Date-In to ws-test-date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              display SL353 at 2301 with foreground-color 4 highlight
              go to ba020-Get-Date.
     display  " " at 2301 with erase eol.
     move     u-bin to WS-Desp-Bin.
     move     spaces to WS-Desp-Ref.
     display  "Supplier's ref   [                    ]" at 1701 with foreground-color 2.
     accept   WS-Desp-Ref at 1719 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba010-Next.
*>
     set      DS-Despatched to true.
     move     WS-Desp-Bin to DS-Desp-Date.
     move     WS-Desp-Ref to DS-Desp-Ref.
     rewrite  Drop-Ship-Record.
     add      1 to WS-Done-Cnt.
*>
*>  Invoice's count down - random read so reposition after.
*>
     move     DS-Key to WS-Save-Key.
     move     zero   to DS-Line.
     read     Drop-Ship-File
              invalid key
              go to ba030-Reposition
     end-read
     if       DSI-Open > zero
              subtract 1 from DSI-Open.
     rewrite  Drop-Ship-Record.
     if       DSI-Open = zero
              display "All lines despatched - invoice released for posting"
                                 at 1901 with foreground-color 2
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430.
*>
 ba030-Reposition.
     move     WS-Save-Key to DS-Key.
     start    Drop-Ship-File key > DS-Key
              invalid key
              go to ba900-End
     end-start.
     go       to ba010-Next.
*>
 ba900-End.
     display  " " at 0701 with erase eos.
     move     WS-Done-Cnt to display-2.
     display  "Lines confirmed despatched - " at 0701 with foreground-color 2.
     display  display-2 at 0730 with foreground-color 3.
     display  SL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Awaiting-Report   section.
*>==============================
*>
*>  Every drop-ship line not despatched, or despatched with its
*>   order folio not yet posted - i.e. still waiting for the
*>   supplier's invoice.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Orders Awaiting Supplier Report" at 0129 with foreground-color 2.
     display  "Printing..." at 0601 with foreground-color 2.
     move     zero to page-nos WS-Count WS-Tot-Sale WS-Tot-Cost WS-Tot-Margin.
     move     99   to line-cnt.
     open     output print-file.
     perform  zb000-Headings.
     perform  PInvoice-Open-Input.
     move     zero to DS-Invoice DS-Line.
     start    Drop-Ship-File key not < DS-Key
              invalid key
              go to ca900-End
     end-start.
*>
 ca010-Next.
     read     Drop-Ship-File next record
              at end
              go to ca900-End
     end-read
     if       DS-Line = zero
              go to ca010-Next.
*>
*>  Order folio as it stands - gone or posted means invoiced.
*>
     move     DS-Cost to WS-Cost.
     move     "Z" to WS-Folio-State.
     move     DS-Folio to invoice-nos.
     move     zero     to item-nos.
     move     1 to File-Key-No.
     perform  PInvoice-Read-Indexed.
     if       fs-reply = zero
              move WS-PInvoice-Record to Pinvoice-header
              move ih-net to WS-Cost
              if   not applied
                   move "O" to WS-Folio-State
              end-if
     end-if
     if       DS-Despatched
         and  WS-Folio-Posted
              go to ca010-Next.
*>
     move     spaces      to line-3.
     move     DS-Invoice  to l3-invoice.
     move     DS-Line     to l3-line.
     move     DS-Customer to l3-cust.
     move     DS-Product  to l3-item.
     move     DS-Qty      to l3-qty.
     move     DS-Supplier to l3-supp.
     move     DS-Folio    to l3-folio.
     move     DS-Raised   to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date     to l3-raised.
     if       DS-Awaiting
              move "Despatch"    to l3-awaiting
     else
              move "Supp Invoice" to l3-awaiting
              move DS-Desp-Date to u-bin
              perform zz060-Convert-Date
              move ws-date     to l3-despatched.
     subtract WS-Cost from DS-Sale-Net giving WS-Margin.
     move     zero to WS-Margin-Pc.
     if       DS-Sale-Net not = zero
              compute WS-Margin-Pc rounded = WS-Margin * 100 / DS-Sale-Net.
     move     DS-Sale-Net  to l3-sale.
     move     WS-Cost      to l3-cost.
     move     WS-Margin    to l3-margin.
     move     WS-Margin-Pc to l3-pc.
     if       line-cnt > Page-Lines - 3
              perform zb000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
     add      1 to WS-Count.
     add      DS-Sale-Net to WS-Tot-Sale.
     add      WS-Cost     to WS-Tot-Cost.
     add      WS-Margin   to WS-Tot-Margin.
     go       to ca010-Next.
*>
 ca900-End.
     move     spaces to line-6.
     move     "  Drop-ship lines awaiting the supplier" to l6-head.
     move     WS-Count      to l6-count.
     move     WS-Tot-Sale   to l6-sale.
     move     WS-Tot-Cost   to l6-cost.
     move     WS-Tot-Margin to l6-margin.
     write    print-record from line-6 after 2.
     perform  PInvoice-Close.
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>
 ca999-exit.
     exit     section.
*>
 zb000-Headings          section.
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
 zb999-exit.
     exit     section.
*>
 zz080-Customer          section.
*>==============================
*>
     move     DSI-Customer to WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Open-Input.
     perform  Sales-Read-Indexed.
     if       fs-reply not = zero
              move spaces to Sales-Name.
     perform  Sales-Close.
*>
 zz080-Exit.
     exit     section.
*>
 zz050-Validate-Date        section.
*>*********************************
*>
*>  Converts USA/Intl to UK date format for processing.
*>*******************************
*> Input:   ws-test-date
*> output:  u-date/ws-date as uk date format
*>          u-bin not zero if valid date
*>
     move     ws-test-date to ws-date.
     if       Date-Form = zero
              move 1 to Date-Form.
     if       Date-UK
              go to zz050-test-date.
     if       Date-USA                *> swap month and days
              move ws-days to ws-swap
              move ws-month to ws-days
              move ws-swap to ws-month
              go to zz050-test-date.
*>
*> So its International date format
*>
     move     "dd/mm/ccyy" to ws-date.  *> swap Intl to UK form
     move     ws-test-date (1:4) to ws-Year.
     move     ws-test-date (6:2) to ws-Month.
     move     ws-test-date (9:2) to ws-Days.
*>
 zz050-test-date.
     move     ws-date to u-date.
     move     zero to u-bin.
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
