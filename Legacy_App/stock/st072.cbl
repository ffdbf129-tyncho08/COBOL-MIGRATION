       >>source free
*>*********************************************
*>                                            *
*>     Product Recall Run from Serial / Lot   *
*>              Traceability                  *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         st072.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>**
*>    Remarks.            The serial/lot ledger (fdstkser.cob) says
*>                        which GRN each serial or lot arrived on and
*>                        where a serial went; this turns a supplier or
*>                        regulator recall into one run:
*>                        (1) open the recall for a supplier lot or a
*>                        range of serials (one item or any item) -
*>                        every invoice that received them is listed
*>                        on the Recall file (fdrecall.cob) with the
*>                        customer and quantity.  A serial goes to the
*>                        invoice it was issued on; a lot is not issued
*>                        line by line, so every invoice for the item
*>                        dated from the lot's arrival until it was
*>                        used up (or today) is taken as received.
*>                        Anything still on the shelf is quarantined -
*>                        marked Q on the ledger (picking, FEFO and
*>                        issue skip it) and taken out of Stock-Held
*>                        at cost with a stock audit record, reason RC.
*>                        Each affected customer gets a recall letter
*>                        on the mail queue (RCAL) to the contact
*>                        flagged for letters, else Sales-Email -
*>                        customers with no e-mail are listed to post;
*>                        (2) each customer's response and the goods
*>                        returned or destroyed are recorded;
*>                        (3) status report at any time, and
*>                        (4) the close, printing the closing report
*>                        for the supplier and the regulator.
*>                        Quarantined and returned goods are disposed
*>                        of through the normal supplier return or
*>                        write-off paths.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04.
*>                        acas011 (Stock), acas012 (Sales),
*>                        acas016 (Invoices), acas010 (Stock Audit).
*>                        st022 (FIFO cost layers).
*>**
*>    Error messages used.
*>                        ST003.
*>                        ST721 - ST730.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for product recalls.
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
 copy "selrecall.cob".
 copy "selstkser.cob".
 copy "selcont.cob".
 copy "selmailq.cob".
 copy "selprint.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdrecall.cob".
 copy "fdstkser.cob".
 copy "fdcont.cob".
 copy "fdmailq.cob".
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "ST072 (3.02.00)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wsstock.cob".
 copy "wssl.cob".
 copy "wsaudit.cob".
 copy "wscost.cob".
 copy "slwsinv2.cob".
 01  WS-Invoice-Record  redefines Invoice-Record
                                pic x(137).
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
*>     03  WS-Stock-Audit-Record  pic x.
*>     03  WS-Stock-Record        pic x.
*>     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  WS-Analysis-Record     pic x.
     03  WS-Del-Inv-Nos-Record  pic x.
     03  WS-Purch-Record        pic x.
     03  WS-Pay-Record          pic x.
*>     03  WS-Invoice-Record      pic x.
     03  WS-OTM3-Record         pic x.
     03  WS-PInvoice-Record     pic x.
     03  WS-OTM5-Record         pic x.
*>
 copy "Test-Data-Flags.cob".  *> set sw-testing to zero to stop logging.
*>
 01  All-My-Constants    pic 9(4).
     copy "screenio.cpy".
*>
*>  Customers affected by the run in hand - one recall letter each.
*>
 01  WS-CU-Table.
     03  WS-CU-Cnt       pic 9(4)    comp value zero.
     03  WS-CU-Entry     occurs 500.
         05  WS-CU-Cust    pic x(7).
         05  WS-CU-Qty     pic 9(6)    comp.
*>
*>  Invoice lines already taken on a lot window, so overlapping lots
*>   of one item do not list the same line twice.
*>
 01  WS-WI-Table.
     03  WS-WI-Cnt       pic 9(4)    comp value zero.
     03  WS-WI-Entry     occurs 500.
         05  WS-WI-Invoice pic 9(8).
         05  WS-WI-Line    pic 99.
*>
 01  ws-data.
     03  menu-reply      pic x.
     03  ws-reply        pic x.
     03  I               pic 9(4)    comp value zero.
     03  WS-RL-FS        pic 99           value zero.
     03  WS-Cont-Open    pic x            value "N".
     03  WS-Audit-Open   pic x            value "N".
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  WS-Recall-No    pic 9(5)         value zero.
     03  WS-Recall-In    pic 9(5)         value zero.
     03  WS-Last-Seq     pic 9(4)         value zero.
     03  WS-Ref-In       pic x(20)        value spaces.
     03  WS-Supp-In      pic x(7)         value spaces.
     03  WS-Item-In      pic x(13)        value spaces.
     03  WS-From-In      pic x(20)        value spaces.
     03  WS-To-In        pic x(20)        value spaces.
     03  WS-Cust-In      pic x(7)         value spaces.
     03  WS-Resp-In      pic x            value space.
     03  WS-Qty-In       pic 9(6)         value zero.
     03  WS-Abrev        pic x(7)         value spaces.
     03  WS-Qty          pic 9(6)         value zero.
     03  WS-Unit-Cost    pic 9(7)v9999    value zero.
     03  WS-Matched      pic 9(6)         value zero.
     03  WS-Sold-Lines   pic 9(6)         value zero.
     03  WS-Sold-Qty     pic 9(7)         value zero.
     03  WS-Quar-Qty     pic 9(7)         value zero.
     03  WS-Mailed       pic 9(4)         value zero.
     03  WS-Posted       pic 9(4)         value zero.
     03  WS-No-Resp      pic 9(4)         value zero.
     03  WS-Outstanding  pic 9(7)         value zero.
     03  WS-Mail-To      pic x(30)        value spaces.
     03  WS-Mq-Seq       binary-long      value zero.
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Win-From     binary-long      value zero.
     03  WS-Win-To       binary-long      value zero.
     03  WS-Cur-Invoice  pic 9(8)         value zero.
     03  WS-Cur-Cust     pic x(7)         value spaces.
     03  WS-Cur-Date     binary-long      value zero.
     03  WS-Lines-In-Inv pic 99           value zero.
     03  WS-Line-No      pic 99           value zero.
     03  WS-Num-Date     pic 9(8)         value zero.
     03  filler redefines WS-Num-Date.
         05  WS-ND-CCYY  pic 9(4).
         05  WS-ND-MM    pic 99.
         05  WS-ND-DD    pic 99.
     03  WS-Section      pic x            value space.
         88  WS-Sect-Sold                 value "S".
         88  WS-Sect-Cust                 value "C".
         88  WS-Sect-Quar                 value "Q".
     03  display-qty     pic zzz,zz9.
*>
*>  The Ss fields the quarantine and sale steps need, held while the
*>   Stock and Invoice calls run.
*>
 01  WS-Ss-Hold.
     03  WS-Ss-Product   pic x(13).
     03  WS-Ss-Lot       pic x(20).
     03  WS-Ss-Qty       pic 9(6).
*>
 01  WS-RL-Header        pic x(128).     *> header kept over the report passes
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
 01  WS-Today-Date           pic x(10).
*>
 01  Error-Messages.
     03  ST003          pic x(28) value "ST003 Hit Return To Continue".
     03  ST721          pic x(26) value "ST721 Stock item not found".
     03  ST722          pic x(41) value "ST722 Last serial/lot is before the first".
     03  ST723          pic x(34) value "ST723 No serial/lot ledger on file".
     03  ST724          pic x(43) value "ST724 Nothing on the ledger in that range -".
     03  ST725          pic x(22) value "ST725 Recall not found".
     03  ST726          pic x(51) value "ST726 Over 500 customers - the rest are not written".
     03  ST727          pic x(35) value "ST727 Customer not on this recall !".
     03  ST728          pic x(30) value "ST728 Recall is already closed".
     03  ST729          pic x(55) value "ST729 Customers have not responded - close anyway (Y/N)".
     03  ST730          pic x(31) value "ST730 Recall reference required".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(44)       value spaces.
     03  filler          pic x(32)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  filler          pic x(7)        value "Recall ".
     03  l2-recall       pic 9(5).
     03  filler          pic x(7)        value "   Ref ".
     03  l2-ref          pic x(22).
     03  filler          pic x(9)        value "Supplier ".
     03  l2-supp         pic x(9).
     03  filler          pic x(5)        value "Item ".
     03  l2-item         pic x(15).
     03  filler          pic x(53)       value spaces.
*>
 01  line-2b.
     03  filler          pic x(11)       value "Serial/lot ".
     03  l2b-from        pic x(20).
     03  filler          pic x(4)        value " to ".
     03  l2b-to          pic x(22).
     03  filler          pic x(7)        value "Opened ".
     03  l2b-opened      pic x(12).
     03  l2b-state       pic x(7).
     03  l2b-closed      pic x(10).
     03  filler          pic x(39)       value spaces.
*>
 01  line-3h.
     03  filler          pic x(132)      value "Customer Name                            Invoice  Date  " &
         "      Item           Serial/Lot               Qty  Basis".
*>
 01  line-3.
     03  l3-cust         pic x(9).
     03  l3-name         pic x(32).
     03  l3-inv          pic z(7)9.
     03  filler          pic x(2)        value spaces.
     03  l3-date         pic x(12).
     03  l3-item         pic x(15).
     03  l3-lot          pic x(22).
     03  l3-qty          pic zz,zz9.
     03  l3-basis        pic bbx(6).
     03  filler          pic x(18)       value spaces.
*>
 01  line-4h.
     03  filler          pic x(132)      value "Customer Name                            Supplied  Letter" &
         "               Response      Date        Returned  Outstanding".
*>
 01  line-4.
     03  l4-cust         pic x(9).
     03  l4-name         pic x(32).
     03  l4-supplied     pic zz,zz9.
     03  filler          pic x(4)        value spaces.
     03  l4-letter       pic x(21).
     03  l4-resp         pic x(14).
     03  l4-rdate        pic x(12).
     03  l4-ret          pic zz,zz9.
     03  l4-out          pic bbbbbbbzz,zz9.
     03  filler          pic x(15)       value spaces.
*>
 01  line-5h.
     03  filler          pic x(132)      value "Item           Serial/Lot                Qty  Description".
*>
 01  line-5.
     03  l5-item         pic x(15).
     03  l5-lot          pic x(22).
     03  l5-qty          pic zzz,zz9.
     03  l5-desc         pic bbx(32).
     03  filler          pic x(56)       value spaces.
*>
 01  line-6.
     03  l6-head         pic x(40).
     03  l6-value        pic zzz,zzz,zz9.
     03  filler          pic x(81)       value spaces.
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
     move     ws-date to WS-Today-Date.
     move     zero to u-bin.
     move     to-day to u-date.
     perform  maps04.
     move     u-bin to WS-Today-Bin.
*>
     open     i-o Recall-File.
     if       WS-RL-FS = 35
              open  output Recall-File
              close Recall-File
              open  i-o    Recall-File.
     if       WS-RL-FS not = zero
              display "Cannot open Recall file" at 2301
                                        with foreground-color 4
              display ST003 at 2401 with foreground-color 2
              accept ws-reply at 2430
              exit program.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Product Recall" at 0134 with foreground-color 2.
     display  WS-Today-Date at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Open A Recall (list, quarantine, letters)" at 0811 with foreground-color 2.
     display  "(2)  Customer Response / Returns"          at 0911 with foreground-color 2.
     display  "(3)  Recall Status Report"                 at 1011 with foreground-color 2.
     display  "(4)  Close A Recall (closing report)"      at 1111 with foreground-color 2.
     display  "(X)  Return To Menu"                       at 1311 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Open-Recall
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-Response
              go to menu-return.
     if       menu-reply = "3"
              perform  ea000-Ask-Report
              go to menu-return.
     if       menu-reply = "4"
              perform  da000-Close-Recall
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    Recall-File.
     if       WS-Cont-Open = "Y"
              close Contact-File
              move "N" to WS-Cont-Open.
     set      Cost-Close to true.          *> st022 layer engine
     call     "st022" using WS-Cost-Call file-defs.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Open-Recall       section.
*>==============================
*>
*>  The recall as the supplier or regulator gives it - a lot is a
*>   range of one.  Blank item = that serial/lot under any item.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Open A Product Recall" at 0131 with foreground-color 2.
     display  WS-Today-Date at 0171 with foreground-color 2.
     display  "Recall ref     [                    ]" at 0601 with foreground-color 2.
     display  "Supplier       [       ]"              at 0701 with foreground-color 2.
     display  "Item           [             ]   (blank = any item)"
                                                      at 0801 with foreground-color 2.
     display  "First ser/lot  [                    ]" at 0901 with foreground-color 2.
     display  "Last ser/lot   [                    ]   (blank = the first only)"
                                                      at 1001 with foreground-color 2.
*>
 ba010-Get-Ref.
     move     spaces to WS-Ref-In.
     accept   WS-Ref-In at 0617 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     if       WS-Ref-In = spaces
              display ST730 at 2301 with foreground-color 4 highlight
              go to ba010-Get-Ref.
     display  " " at 2301 with erase eol.
     move     spaces to WS-Supp-In.
     accept   WS-Supp-In at 0717 with foreground-color 3 update UPPER.
*>
 ba020-Get-Item.
     move     spaces to WS-Item-In WS-Abrev.
     accept   WS-Item-In at 0817 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     if       WS-Item-In not = spaces
              perform Stock-Open-Input
              move WS-Item-In to WS-Stock-Key
              move 1 to File-Key-No
              perform Stock-Read-Indexed
              perform Stock-Close
              if   fs-reply not = zero
                   display ST721 at 2301 with foreground-color 4 highlight
                   go to ba020-Get-Item
              end-if
              display WS-Stock-Desc at 0851 with foreground-color 3.
     display  " " at 2301 with erase eol.
*>
 ba030-Get-Range.
     move     spaces to WS-From-In WS-To-In.
     accept   WS-From-In at 0917 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     if       WS-From-In = spaces
              go to ba030-Get-Range.
     accept   WS-To-In at 1017 with foreground-color 3 update.
     if       WS-To-In = spaces
              move WS-From-In to WS-To-In
              display WS-To-In at 1017 with foreground-color 3.
     if       WS-To-In < WS-From-In
              display ST722 at 2301 with foreground-color 4 highlight
              go to ba030-Get-Range.
     display  " " at 2301 with erase eol.
*>
     display  "Open the recall, quarantine stock and queue letters (Y/N) ? [ ]"
                                       at 1201 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 1262 with foreground-color 3 update UPPER.
     if       ws-reply not = "Y"
              go to ba999-exit.
*>
     open     i-o Stock-Serial-File.
     if       fs-reply not = zero
              display ST723 at 2301 with foreground-color 4 highlight
              display ST003 at 2401 with foreground-color 2
              accept ws-reply at 2430
              go to ba999-exit.
*>
*>  Number it and write the header, then the ledger pass.
*>
     perform  bf000-Next-Recall-No.
     move     spaces to Recall-Record.
     move     WS-Recall-No to RL-Recall.
     move     zero       to RL-Seq.
     move     WS-Ref-In  to RLH-Ref.
     move     WS-Supp-In to RLH-Supplier.
     move     WS-Item-In to RLH-Product.
     move     WS-From-In to RLH-From.
     move     WS-To-In   to RLH-To.
     move     WS-Today-Bin to RLH-Opened.
     move     zero to RLH-Closed RLH-Last-Seq RLH-Customers
                      RLH-Sold-Qty RLH-Quar-Qty RLH-Ret-Qty.
     set      RLH-Open to true.
     write    Recall-Record.
*>
     move     zero to WS-Last-Seq WS-Matched WS-Sold-Lines WS-Sold-Qty
                      WS-Quar-Qty WS-Mailed WS-Posted WS-CU-Cnt WS-WI-Cnt.
     perform  Stock-Open.
     perform  Invoice-Open-Input.
     if       Stk-Audit-Used = 1
              perform Stock-Audit-Open-Extend
              move "Y" to WS-Audit-Open.
     display  "Searching the serial/lot ledger ..." at 1401 with foreground-color 2.
     perform  bb000-Ledger-Pass.
     close    Stock-Serial-File.
     perform  Invoice-Close.
     perform  Stock-Close.
     if       WS-Audit-Open = "Y"
              perform Stock-Audit-Close
              move "N" to WS-Audit-Open.
*>
     if       WS-Matched = zero
              display ST724 at 2301 with foreground-color 4 highlight
              display "recall kept open for the record" at 2344 with foreground-color 4
     else
              perform bg000-Customer-Letters.
*>
*>  Totals onto the header.
*>
     move     WS-Recall-No to RL-Recall.
     move     zero to RL-Seq.
     read     Recall-File.
     move     WS-Last-Seq to RLH-Last-Seq.
     move     WS-CU-Cnt   to RLH-Customers.
     move     WS-Sold-Qty to RLH-Sold-Qty.
     move     WS-Quar-Qty to RLH-Quar-Qty.
     rewrite  Recall-Record.
*>
     display  "Recall number   " at 1401 with foreground-color 2 erase eol.
     display  WS-Recall-No at 1417 with foreground-color 3.
     display  "Ledger entries  " at 1501 with foreground-color 2.
     move     WS-Matched to display-qty.
     display  display-qty at 1517 with foreground-color 3.
     display  "Invoice lines   " at 1601 with foreground-color 2.
     move     WS-Sold-Lines to display-qty.
     display  display-qty at 1617 with foreground-color 3.
     display  "   qty supplied " at 1624 with foreground-color 2.
     move     WS-Sold-Qty to display-qty.
     display  display-qty at 1640 with foreground-color 3.
     display  "Customers       " at 1701 with foreground-color 2.
     move     WS-CU-Cnt to display-qty.
     display  display-qty at 1717 with foreground-color 3.
     display  "   e-mailed     " at 1724 with foreground-color 2.
     move     WS-Mailed to display-qty.
     display  display-qty at 1740 with foreground-color 3.
     display  "   to post      " at 1747 with foreground-color 2.
     move     WS-Posted to display-qty.
     display  display-qty at 1763 with foreground-color 3.
     display  "Quarantined qty " at 1801 with foreground-color 2.
     move     WS-Quar-Qty to display-qty.
     display  display-qty at 1817 with foreground-color 3.
*>
     display  "Print the recall list now (Y/N) ? [ ]" at 2001 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 2036 with foreground-color 3 update UPPER.
     if       ws-reply = "Y"
              perform fa000-Report.
*>
 ba999-exit.
     exit     section.
*>
 bb000-Ledger-Pass       section.
*>==============================
*>
*>  One item - start at its first serial/lot in range; any item - the
*>   whole ledger, the range tested on each record.
*>
     if       WS-Item-In not = spaces
              move WS-Item-In to Ss-Product
              move WS-From-In to Ss-Serial-Lot
     else
              move low-values to Ss-Key.
     start    Stock-Serial-File key not less than Ss-Key
              invalid key
              go to bb999-exit.
*>
 bb010-Read.
     read     Stock-Serial-File next record
              at end
              go to bb999-exit.
     if       WS-Item-In not = spaces
       and    (Ss-Product not = WS-Item-In
          or   Ss-Serial-Lot > WS-To-In)
              go to bb999-exit.
     if       Ss-Serial-Lot < WS-From-In
          or  Ss-Serial-Lot > WS-To-In
              go to bb010-Read.
*>
     add      1 to WS-Matched.
     move     Ss-Product     to WS-Ss-Product.
     move     Ss-Serial-Lot  to WS-Ss-Lot.
     move     Ss-Qty-On-Hand to WS-Ss-Qty.
     if       Ss-On-Hand
        and   Ss-Qty-On-Hand > zero
              perform bc000-Quarantine.
     if       Ss-Is-Serial
              if   Ss-Issued-Doc not = spaces
                   perform bd000-Serial-Sale
              end-if
     else
              perform be000-Lot-Sales.
     go       to bb010-Read.
*>
 bb999-exit.
     exit     section.
*>
 bc000-Quarantine        section.
*>==============================
*>
*>  Off the shelf - Q on the ledger, out of Stock-Held at cost (FIFO
*>   layers consumed as pl024's return), audit reason RC.
*>
     set      Ss-Quarantined to true.
     rewrite  Stock-Serial-Record.
*>
     move     spaces to RL-Line-Data.
     set      RLL-Quarantined to true.
     move     WS-Ss-Product to RLL-Product.
     move     WS-Ss-Lot     to RLL-Serial-Lot.
     move     WS-Ss-Qty     to RLL-Qty.
     move     zero to RLL-Invoice RLL-Inv-Date RLL-Letter-Date
                      RLL-Resp-Date RLL-Ret-Qty.
     perform  bz000-Write-Line.
     add      WS-Ss-Qty to WS-Quar-Qty.
*>
     move     WS-Ss-Product to WS-Stock-Key.
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     if       fs-reply not = zero
          or  Stock-Services-Flag = "Y"
              go to bc999-exit.
     move     WS-Ss-Qty to WS-Qty.
     if       WS-Qty > Stock-Held
              move Stock-Held to WS-Qty.
     if       WS-Qty = zero
              go to bc999-exit.
     move     Stock-Cost to WS-Unit-Cost.
     subtract WS-Qty from Stock-Held.
     if       Stock-Held > zero
              multiply Stock-Held by Stock-Cost giving Stock-Value
     else
              move zero to Stock-Value.
     if       Costing-FIFO
              move WS-Stock-Key to Cost-Stock-Key
              set  Cost-Consume to true
              move WS-Qty to Cost-Qty
              call "st022" using WS-Cost-Call file-defs
              set  Cost-Value-Item to true
              call "st022" using WS-Cost-Call file-defs
              move Cost-Value to Stock-Value
              if   Stock-Held not = zero
                   compute Stock-Cost rounded =
                           Cost-Value / Stock-Held
              end-if.
     add      WS-Qty to Stock-Deducts.
     perform  Stock-Rewrite.
*>
     if       WS-Audit-Open = "Y"
              initialize WS-Stock-Audit-Record
              move 2                to Audit-Type       *> deduction
              move WS-Recall-No     to Audit-Invoice-PO
              move WS-Today-Date    to Audit-Process-Date
              move WS-Stock-Key     to Audit-Stock-Key
              move WS-Stock-Desc    to Audit-Desc
              move WS-Qty           to Audit-Transaction-Qty
              move WS-Unit-Cost     to Audit-Unit-Cost
              compute Audit-Stock-Value-Change =
                      WS-Qty * WS-Unit-Cost * -1
              move zero             to Audit-Reverse-Transaction
              move Stk-Audit-No     to Audit-No
              move "RC"             to Audit-Reason-Code
              perform Stock-Audit-Write.
*>
 bc999-exit.
     exit     section.
*>
 bd000-Serial-Sale       section.
*>==============================
*>
*>  A serial went out on one invoice - exact.  An invoice no longer on
*>   file is still listed, with no customer.
*>
     move     spaces to RL-Line-Data.
     set      RLL-Sold  to true.
     set      RLL-Exact to true.
     move     WS-Ss-Product to RLL-Product.
     move     WS-Ss-Lot     to RLL-Serial-Lot.
     move     1 to RLL-Qty.
     move     zero to RLL-Invoice RLL-Inv-Date RLL-Letter-Date
                      RLL-Resp-Date RLL-Ret-Qty.
     if       Ss-Issued-Doc is numeric
              move Ss-Issued-Doc to RLL-Invoice
              move Ss-Issued-Doc to Invoice-Nos
              move zero          to Item-Nos
              perform Invoice-Read-Indexed
              if   fs-reply = zero
                   move ih-customer to RLL-Customer
                   move ih-date     to RLL-Inv-Date
              end-if
     end-if
     perform  bz000-Write-Line.
     add      1 to WS-Sold-Lines WS-Sold-Qty.
     if       RLL-Customer not = spaces
              move RLL-Customer to WS-Cur-Cust
              move 1 to WS-Qty
              perform bh000-Add-Customer.
*>
 bd999-exit.
     exit     section.
*>
 be000-Lot-Sales         section.
*>==============================
*>
*>  A lot is not issued line by line, so every invoice (not credits,
*>   receipts or pro-formas) for the item dated from the lot arriving
*>   until it was used up - today if still held - is taken as having
*>   received it.  The item may be on the line by its short key.
*>
     move     Ss-Received-Date to WS-Num-Date.
     perform  zz080-Num-To-Bin.
     move     u-bin to WS-Win-From.
     if       Ss-Issued-Date not = zero
              move Ss-Issued-Date to WS-Num-Date
              perform zz080-Num-To-Bin
              move u-bin to WS-Win-To
     else
              move WS-Today-Bin to WS-Win-To.
     if       WS-Win-To = zero
              move WS-Today-Bin to WS-Win-To.
*>
     move     spaces to WS-Abrev.
     move     WS-Ss-Product to WS-Stock-Key.
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     if       fs-reply = zero
              move WS-Stock-Abrev-Key to WS-Abrev.
*>
     perform  Invoice-Close.
     perform  Invoice-Open-Input.
     if       fs-reply not = zero
              go to be999-exit.
*>
 be010-Read-Header.
     perform  Invoice-Read-Next-Header.
     if       fs-reply not = zero
              go to be999-exit.
     if       ih-test not = zero
          or  ih-type not = 2
          or  ih-date < WS-Win-From
          or  ih-date > WS-Win-To
              go to be010-Read-Header.
     move     ih-invoice  to WS-Cur-Invoice.
     move     ih-customer to WS-Cur-Cust.
     move     ih-date     to WS-Cur-Date.
     move     ih-lines    to WS-Lines-In-Inv.
     move     zero to WS-Line-No.
*>
 be020-Read-Line.
     if       WS-Line-No not < WS-Lines-In-Inv
              go to be010-Read-Header.
     add      1 to WS-Line-No.
     move     WS-Cur-Invoice to Invoice-Nos.
     move     WS-Line-No     to Item-Nos.
     perform  Invoice-Read-Indexed.
     if       fs-reply not = zero
              go to be020-Read-Line.
     if       il-product not = WS-Ss-Product
        and  (WS-Abrev = spaces
          or  il-product not = WS-Abrev)
              go to be020-Read-Line.
     if       il-qty not > zero
              go to be020-Read-Line.
     perform  be100-Window-Taken.
     if       ws-reply = "Y"
              go to be020-Read-Line.
*>
     move     spaces to RL-Line-Data.
     set      RLL-Sold   to true.
     set      RLL-Window to true.
     move     WS-Ss-Product  to RLL-Product.
     move     WS-Ss-Lot      to RLL-Serial-Lot.
     move     WS-Cur-Cust    to RLL-Customer.
     move     WS-Cur-Invoice to RLL-Invoice.
     move     WS-Cur-Date    to RLL-Inv-Date.
     move     il-qty         to RLL-Qty WS-Qty.
     move     zero to RLL-Letter-Date RLL-Resp-Date RLL-Ret-Qty.
     perform  bz000-Write-Line.
     add      1      to WS-Sold-Lines.
     add      WS-Qty to WS-Sold-Qty.
     perform  bh000-Add-Customer.
     go       to be020-Read-Line.
*>
 be999-exit.
     exit     section.
*>
 be100-Window-Taken      section.
*>==============================
*>
*>  ws-reply Y = this invoice line is already on the recall.
*>
     move     "N" to ws-reply.
     move     zero to I.
*>
 be110-Loop.
     add      1 to I.
     if       I > WS-WI-Cnt
              go to be120-Add.
     if       WS-WI-Invoice (I) = WS-Cur-Invoice
        and   WS-WI-Line (I)    = WS-Line-No
              move "Y" to ws-reply
              go to be199-exit.
     go       to be110-Loop.
*>
 be120-Add.
     if       WS-WI-Cnt < 500
              add  1 to WS-WI-Cnt
              move WS-Cur-Invoice to WS-WI-Invoice (WS-WI-Cnt)
              move WS-Line-No     to WS-WI-Line (WS-WI-Cnt).
*>
 be199-exit.
     exit     section.
*>
 bf000-Next-Recall-No    section.
*>==============================
*>
     move     high-values to RL-Key.
     start    Recall-File key less than RL-Key
              invalid key
              move zero to RL-Recall
     end-start
     if       WS-RL-FS = zero
              read Recall-File next record
                   at end
                   move zero to RL-Recall
              end-read
     end-if
     if       WS-RL-FS not = zero
              move zero to RL-Recall.
     compute  WS-Recall-No = RL-Recall + 1.
*>
 bf999-exit.
     exit     section.
*>
 bg000-Customer-Letters  section.
*>==============================
*>
*>  One C record and one RCAL letter per customer - to the contact
*>   flagged for letters (sl929), else Sales-Email, else listed to
*>   post.  Subject carries the recall ref and item.
*>
     if       WS-CU-Cnt = zero
              go to bg999-exit.
     perform  Sales-Open-Input.
     open     i-o Mail-Queue-File.
     if       fs-reply not = zero
              open  output Mail-Queue-File
              close Mail-Queue-File
              open  i-o    Mail-Queue-File.
     move     high-values to Mq-Seq-No.
     start    Mail-Queue-File key is less than Mq-Seq-No
              invalid key move zero to Mq-Seq-No.
     if       Mq-Seq-No not = zero
              read Mail-Queue-File next record
              at end move zero to Mq-Seq-No.
     move     Mq-Seq-No to WS-Mq-Seq.
     move     zero to I.
*>
 bg010-Next.
     add      1 to I.
     if       I > WS-CU-Cnt
              go to bg900-Done.
     move     spaces to RL-Line-Data.
     set      RLL-Customer-Rec to true.
     move     WS-CU-Cust (I) to RLL-Customer.
     move     WS-CU-Qty (I)  to RLL-Qty.
     move     WS-Item-In     to RLL-Product.
     move     zero to RLL-Invoice RLL-Inv-Date RLL-Resp-Date RLL-Ret-Qty.
     move     WS-Today-Bin to RLL-Letter-Date.
*>
     move     spaces to WS-Mail-To.
     move     WS-CU-Cust (I) to WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Read-Indexed.
     if       fs-reply = zero
              move Sales-Email to WS-Mail-To
              perform zz165-Route-Contact.
     if       WS-Mail-To = spaces
              set  RLL-Letter-Post to true
              add  1 to WS-Posted
              perform bz000-Write-Line
              go to bg010-Next.
*>
     set      RLL-Letter-Mailed to true.
     perform  bz000-Write-Line.
     add      1 to WS-Mq-Seq WS-Mailed.
     move     WS-Mq-Seq       to Mq-Seq-No.
     move     "RCAL"          to Mq-Template-Code.
     move     WS-Mail-To      to Mq-To.
     move     Company-Email   to Mq-From.
     move     spaces          to Mq-Merge-1.
     if       WS-Item-In = spaces
              string WS-Ref-In delimited by "  "
                     " lot/serial " delimited by size
                     WS-From-In delimited by "  "
                     into Mq-Merge-1
     else
              string WS-Ref-In delimited by "  "
                     " item " delimited by size
                     WS-Item-In delimited by " "
                     " lot/serial " delimited by size
                     WS-From-In delimited by "  "
                     into Mq-Merge-1.
     move     usera           to Mq-Merge-2.
     move     WS-Recall-No    to Mq-Merge-3.
     move     spaces          to Mq-Attachment.
     move     "Q"             to Mq-Status.
     accept   Mq-Queued-Date  from date yyyymmdd.
     accept   Mq-Queued-Time  from time.
     move     zero            to Mq-Sent-Date.
     write    Mail-Queue-Record.
     go       to bg010-Next.
*>
 bg900-Done.
     close    Mail-Queue-File.
     perform  Sales-Close.
*>
 bg999-exit.
     exit     section.
*>
 bh000-Add-Customer      section.
*>==============================
*>
*>  WS-Cur-Cust received WS-Qty - into the table.
*>
     move     zero to I.
*>
 bh010-Loop.
     add      1 to I.
     if       I > WS-CU-Cnt
              go to bh020-Add.
     if       WS-CU-Cust (I) = WS-Cur-Cust
              add  WS-Qty to WS-CU-Qty (I)
              go to bh999-exit.
     go       to bh010-Loop.
*>
 bh020-Add.
     if       WS-CU-Cnt not < 500
              display ST726 at 2301 with foreground-color 4
              go to bh999-exit.
     add      1 to WS-CU-Cnt.
     move     WS-Cur-Cust to WS-CU-Cust (WS-CU-Cnt).
     move     WS-Qty      to WS-CU-Qty (WS-CU-Cnt).
*>
 bh999-exit.
     exit     section.
*>
 bz000-Write-Line        section.
*>==============================
*>
     add      1 to WS-Last-Seq.
     move     WS-Recall-No to RL-Recall.
     move     WS-Last-Seq  to RL-Seq.
     write    Recall-Record.
*>
 bz999-exit.
     exit     section.
*>
 ca000-Response          section.
*>==============================
*>
*>  Per customer: A = acknowledged, none held; R = goods returned;
*>   D = destroyed on site.  R and D quantities add up as they come.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Recall Customer Response" at 0129 with foreground-color 2.
     display  WS-Today-Date at 0171 with foreground-color 2.
     perform  za000-Get-Recall.
     if       WS-Recall-In = zero
              go to ca999-exit.
     if       RLH-Is-Closed
              display ST728 at 2301 with foreground-color 4 highlight
              display ST003 at 2401 with foreground-color 2
              accept ws-reply at 2430
              go to ca999-exit.
     perform  Sales-Open-Input.
*>
 ca010-Get-Cust.
     display  "Customer [       ]   (Esc/blank = finish)" at 0801
                                 with foreground-color 2 erase eos.
     move     spaces to WS-Cust-In.
     accept   WS-Cust-In at 0811 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Cust-In = spaces
              go to ca900-Done.
     perform  zb000-Find-Customer.
     if       ws-reply not = "Y"
              display ST727 at 2301 with foreground-color 4 highlight
              go to ca010-Get-Cust.
     display  " " at 2301 with erase eol.
*>
     move     WS-Cust-In to WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Read-Indexed.
     if       fs-reply = zero
              display Sales-Name at 0831 with foreground-color 3.
     display  "Supplied        " at 1001 with foreground-color 2.
     move     RLL-Qty to display-qty.
     display  display-qty at 1017 with foreground-color 3.
     display  "Returned so far " at 1101 with foreground-color 2.
     move     RLL-Ret-Qty to display-qty.
     display  display-qty at 1117 with foreground-color 3.
     display  "Response [ ]  A = nil held, R = returned, D = destroyed"
                                 at 1301 with foreground-color 2.
*>
 ca020-Get-Resp.
     move     RLL-Response to WS-Resp-In.
     accept   WS-Resp-In at 1311 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ca010-Get-Cust.
     if       WS-Resp-In not = "A" and not = "R" and not = "D"
              go to ca020-Get-Resp.
     move     zero to WS-Qty-In.
     if       WS-Resp-In not = "A"
              display "Quantity now [      ]" at 1401 with foreground-color 2
              accept WS-Qty-In at 1415 with foreground-color 3 update.
*>
     move     WS-Resp-In   to RLL-Response.
     move     WS-Today-Bin to RLL-Resp-Date.
     add      WS-Qty-In    to RLL-Ret-Qty.
     rewrite  Recall-Record.
*>
     move     WS-Recall-In to RL-Recall.
     move     zero to RL-Seq.
     read     Recall-File.
     add      WS-Qty-In to RLH-Ret-Qty.
     rewrite  Recall-Record.
     display  "Recorded." at 1601 with foreground-color 2.
     go       to ca010-Get-Cust.
*>
 ca900-Done.
     perform  Sales-Close.
*>
 ca999-exit.
     exit     section.
*>
 da000-Close-Recall      section.
*>==============================
*>
*>  Close it - warned if any customer has still not responded - and
*>   print the closing report.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Close A Product Recall" at 0130 with foreground-color 2.
     display  WS-Today-Date at 0171 with foreground-color 2.
     perform  za000-Get-Recall.
     if       WS-Recall-In = zero
              go to da999-exit.
     if       RLH-Is-Closed
              display ST728 at 2301 with foreground-color 4 highlight
              display ST003 at 2401 with foreground-color 2
              accept ws-reply at 2430
              go to da999-exit.
*>
     perform  zc000-Count-No-Response.
     if       WS-No-Resp not = zero
              move WS-No-Resp to display-qty
              display display-qty at 1001 with foreground-color 3
              display ST729 at 1009 with foreground-color 4
              move "N" to ws-reply
              accept ws-reply at 1065 with foreground-color 3 update UPPER
              if   ws-reply not = "Y"
                   go to da999-exit
              end-if
     else
              display "Close this recall (Y/N) ? [ ]" at 1001 with foreground-color 2
              move "N" to ws-reply
              accept ws-reply at 1028 with foreground-color 3 update UPPER
              if   ws-reply not = "Y"
                   go to da999-exit
              end-if
     end-if
*>
     move     WS-Recall-In to RL-Recall.
     move     zero to RL-Seq.
     read     Recall-File.
     set      RLH-Is-Closed to true.
     move     WS-Today-Bin to RLH-Closed.
     rewrite  Recall-Record.
     move     WS-Recall-In to WS-Recall-No.
     perform  fa000-Report.
*>
 da999-exit.
     exit     section.
*>
 ea000-Ask-Report        section.
*>==============================
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Recall Status Report" at 0131 with foreground-color 2.
     display  WS-Today-Date at 0171 with foreground-color 2.
     perform  za000-Get-Recall.
     if       WS-Recall-In = zero
              go to ea999-exit.
     move     WS-Recall-In to WS-Recall-No.
     perform  fa000-Report.
*>
 ea999-exit.
     exit     section.
*>
 fa000-Report            section.
*>==============================
*>
*>  Status report, or the closing report once closed - who got what,
*>   each customer's response and returns, what was quarantined and
*>   the totals.  For the supplier and the regulator.
*>
     move     WS-Recall-No to RL-Recall.
     move     zero to RL-Seq.
     read     Recall-File
              invalid key
              go to fa999-exit.
     move     zero to page-nos WS-No-Resp WS-Posted.
     move     99   to line-cnt.
     if       RLH-Is-Closed
              move "Product Recall - Closing Report" to l1-title
     else
              move "Product Recall - Status Report"  to l1-title.
     move     RL-Recall    to l2-recall.
     move     RLH-Ref      to l2-ref.
     move     RLH-Supplier to l2-supp.
     if       RLH-Product = spaces
              move "ANY ITEM" to l2-item
     else
              move RLH-Product to l2-item.
     move     RLH-From to l2b-from.
     move     RLH-To   to l2b-to.
     move     RLH-Opened to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l2b-opened.
     if       RLH-Is-Closed
              move "Closed " to l2b-state
              move RLH-Closed to u-bin
              perform zz060-Convert-Date
              move ws-date to l2b-closed
     else
              move "OPEN"   to l2b-state
              move spaces   to l2b-closed.
     move     RLH-Sold-Qty to WS-Outstanding.
     if       RLH-Ret-Qty < RLH-Sold-Qty
              subtract RLH-Ret-Qty from WS-Outstanding
     else
              move zero to WS-Outstanding.
*>
     move     Recall-Record to WS-RL-Header.
     perform  Sales-Open-Input.
     perform  Stock-Open-Input.
     open     output print-file.
*>
     set      WS-Sect-Sold to true.
     perform  fb000-Headings.
     perform  fc000-Section.
     set      WS-Sect-Cust to true.
     perform  fd000-Section-Head.
     perform  fc000-Section.
     set      WS-Sect-Quar to true.
     perform  fd000-Section-Head.
     perform  fc000-Section.
*>
     move     WS-RL-Header to Recall-Record.
     if       line-cnt > Page-Lines - 10
              perform fb000-Headings.
     move     spaces to print-record.
     write    print-record after 1.
     move     spaces to line-6.
     move     "Customers affected" to l6-head.
     move     RLH-Customers to l6-value.
     write    print-record from line-6 after 1.
     move     "  letters to post (no e-mail held)" to l6-head.
     move     WS-Posted to l6-value.
     write    print-record from line-6 after 1.
     move     "  not yet responded" to l6-head.
     move     WS-No-Resp to l6-value.
     write    print-record from line-6 after 1.
     move     "Quantity supplied to customers" to l6-head.
     move     RLH-Sold-Qty to l6-value.
     write    print-record from line-6 after 1.
     move     "Quantity returned or destroyed" to l6-head.
     move     RLH-Ret-Qty to l6-value.
     write    print-record from line-6 after 1.
     move     "Quantity still with customers" to l6-head.
     move     WS-Outstanding to l6-value.
     write    print-record from line-6 after 1.
     move     "Quantity quarantined from stock" to l6-head.
     move     RLH-Quar-Qty to l6-value.
     write    print-record from line-6 after 1.
*>
     close    print-file.
     perform  Stock-Close.
     perform  Sales-Close.
     call     "SYSTEM" using Print-Report.
     display  "Report printed." at 2301 with foreground-color 2 erase eol.
     display  ST003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 fa999-exit.
     exit     section.
*>
 fb000-Headings          section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     if       page-nos not = 1
              write print-record from line-1 after page
     else
              write print-record from line-1 after 1.
     write    print-record from line-2  after 2.
     write    print-record from line-2b after 1.
     move     spaces to print-record.
     write    print-record after 1.
     move     5 to line-cnt.
     perform  fd010-Column-Head.
*>
 fb999-exit.
     exit     section.
*>
 fc000-Section           section.
*>==============================
*>
*>  Every record of the recall of the type WS-Section names.
*>
     move     WS-Recall-No to RL-Recall.
     move     1 to RL-Seq.
     start    Recall-File key not less than RL-Key
              invalid key
              go to fc999-exit.
*>
 fc010-Read.
     read     Recall-File next record
              at end
              go to fc999-exit.
     if       RL-Recall not = WS-Recall-No
              go to fc999-exit.
     if       RLL-Type not = WS-Section
              go to fc010-Read.
     if       line-cnt > Page-Lines - 2
              perform fb000-Headings.
     if       WS-Sect-Sold
              perform fe000-Sold-Line
     else
      if      WS-Sect-Cust
              perform fe100-Cust-Line
      else
              perform fe200-Quar-Line.
     add      1 to line-cnt.
     go       to fc010-Read.
*>
 fc999-exit.
     exit     section.
*>
 fd000-Section-Head      section.
*>==============================
*>
     if       line-cnt > Page-Lines - 6
              perform fb000-Headings
              go to fd999-exit.
     move     spaces to print-record.
     write    print-record after 1.
     add      1 to line-cnt.
     perform  fd010-Column-Head.
     go       to fd999-exit.
*>
 fd010-Column-Head.
     if       WS-Sect-Sold
              move "Goods supplied" to print-record
              write print-record after 1
              write print-record from line-3h after 1
     else
      if      WS-Sect-Cust
              move "Customer letters and responses" to print-record
              write print-record after 1
              write print-record from line-4h after 1
      else
              move "Quarantined from stock" to print-record
              write print-record after 1
              write print-record from line-5h after 1.
     add      2 to line-cnt.
*>
 fd999-exit.
     exit     section.
*>
 fe000-Sold-Line         section.
*>==============================
*>
     move     spaces to line-3.
     move     RLL-Customer to l3-cust.
     perform  zd000-Customer-Name.
     move     Sales-Name   to l3-name.
     move     RLL-Invoice  to l3-inv.
     if       RLL-Inv-Date not = zero
              move RLL-Inv-Date to u-bin
              perform zz060-Convert-Date
              move ws-date to l3-date.
     if       RLL-Customer = spaces
              move "INVOICE NOT ON FILE" to l3-name.
     move     RLL-Product    to l3-item.
     move     RLL-Serial-Lot to l3-lot.
     move     RLL-Qty        to l3-qty.
     if       RLL-Exact
              move "EXACT"  to l3-basis
     else
              move "WINDOW" to l3-basis.
     write    print-record from line-3 after 1.
*>
 fe099-exit.
     exit     section.
*>
 fe100-Cust-Line         section.
*>==============================
*>
     move     spaces to line-4.
     move     RLL-Customer to l4-cust.
     perform  zd000-Customer-Name.
     move     Sales-Name   to l4-name.
     move     RLL-Qty      to l4-supplied.
     move     RLL-Letter-Date to u-bin.
     perform  zz060-Convert-Date.
     if       RLL-Letter-Mailed
              string "E-MAILED " ws-date delimited by size into l4-letter
     else
              string "POST     " ws-date delimited by size into l4-letter
              add 1 to WS-Posted.
     if       RLL-Nil-Held
              move "NIL HELD"    to l4-resp
     else
      if      RLL-Returned
              move "RETURNED"    to l4-resp
      else
       if     RLL-Destroyed
              move "DESTROYED"   to l4-resp
       else
              move "NO RESPONSE" to l4-resp
              add 1 to WS-No-Resp.
     if       RLL-Resp-Date not = zero
              move RLL-Resp-Date to u-bin
              perform zz060-Convert-Date
              move ws-date to l4-rdate.
     move     RLL-Ret-Qty to l4-ret.
     if       RLL-Nil-Held
           or RLL-Ret-Qty not < RLL-Qty
              move zero to l4-out
     else
              compute l4-out = RLL-Qty - RLL-Ret-Qty.
     write    print-record from line-4 after 1.
*>
 fe199-exit.
     exit     section.
*>
 fe200-Quar-Line         section.
*>==============================
*>
     move     spaces to line-5.
     move     RLL-Product    to l5-item.
     move     RLL-Serial-Lot to l5-lot.
     move     RLL-Qty        to l5-qty.
     move     RLL-Product    to WS-Stock-Key.
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     if       fs-reply = zero
              move WS-Stock-Desc to l5-desc.
     write    print-record from line-5 after 1.
*>
 fe299-exit.
     exit     section.
*>
 za000-Get-Recall        section.
*>==============================
*>
*>  Recall number in, header read - WS-Recall-In zero = none / Esc.
*>
     display  "Recall number [     ]" at 0401 with foreground-color 2.
*>
 za010-Accept.
     move     zero to WS-Recall-In.
     accept   WS-Recall-In at 0416 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Recall-In = zero
              move zero to WS-Recall-In
              go to za999-exit.
     move     WS-Recall-In to RL-Recall.
     move     zero to RL-Seq.
     read     Recall-File
              invalid key
              display ST725 at 2301 with foreground-color 4 highlight
              go to za010-Accept
     end-read
     display  " " at 2301 with erase eol.
     display  RLH-Ref at 0425 with foreground-color 3.
     if       RLH-Product = spaces
              display "any item"  at 0447 with foreground-color 3
     else
              display RLH-Product at 0447 with foreground-color 3.
     display  RLH-From at 0501 with foreground-color 3.
     display  "to" at 0522 with foreground-color 2.
     display  RLH-To   at 0525 with foreground-color 3.
*>
 za999-exit.
     exit     section.
*>
 zb000-Find-Customer     section.
*>==============================
*>
*>  The recall's C record for WS-Cust-In - ws-reply Y when found.
*>
     move     "N" to ws-reply.
     move     WS-Recall-In to RL-Recall.
     move     1 to RL-Seq.
     start    Recall-File key not less than RL-Key
              invalid key
              go to zb999-exit.
*>
 zb010-Read.
     read     Recall-File next record
              at end
              go to zb999-exit.
     if       RL-Recall not = WS-Recall-In
              go to zb999-exit.
     if       RLL-Customer-Rec
        and   RLL-Customer = WS-Cust-In
              move "Y" to ws-reply
              go to zb999-exit.
     go       to zb010-Read.
*>
 zb999-exit.
     exit     section.
*>
 zc000-Count-No-Response section.
*>==============================
*>
     move     zero to WS-No-Resp.
     move     WS-Recall-In to RL-Recall.
     move     1 to RL-Seq.
     start    Recall-File key not less than RL-Key
              invalid key
              go to zc999-exit.
*>
 zc010-Read.
     read     Recall-File next record
              at end
              go to zc999-exit.
     if       RL-Recall not = WS-Recall-In
              go to zc999-exit.
     if       RLL-Customer-Rec
        and   RLL-No-Response
              add 1 to WS-No-Resp.
     go       to zc010-Read.
*>
 zc999-exit.
     exit     section.
*>
 zd000-Customer-Name     section.
*>==============================
*>
     move     spaces to Sales-Name.
     if       RLL-Customer = spaces
              go to zd999-exit.
     move     RLL-Customer to WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Read-Indexed.
     if       fs-reply not = zero
              move spaces to Sales-Name.
*>
 zd999-exit.
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
 zz080-Num-To-Bin          section.
*>********************************
*>
*>  Ledger date ccyymmdd in WS-Num-Date to days in u-bin, zero if bad.
*>
     move     zero to u-bin.
     if       WS-Num-Date = zero
              go to zz080-Exit.
     move     "01/01/2000" to u-date.
     move     WS-ND-DD   to u-days.
     move     WS-ND-MM   to u-month.
     move     WS-ND-CCYY to u-year.
     perform  maps04.
*>
 zz080-Exit.
     exit     section.
*>
 zz165-Route-Contact       section.
*>********************************
*>
*>  First contact flagged for letters (sl929) takes the e-mail; none
*>   leaves WS-Mail-To on Sales-Email.
*>
     if       WS-Cont-Open = "N"
              open input Contact-File
              if   fs-reply not = zero
                   go to zz165-Exit
              end-if
              move "Y" to WS-Cont-Open.
     move     WS-Sales-Key to CT-Customer.
     move     zero to CT-Seq.
     start    Contact-File key not less than CT-Key
              invalid key
              go to zz165-Exit
     end-start.
*>
 zz165-Loop.
     read     Contact-File next record
              at end go to zz165-Exit.
     if       CT-Customer not = WS-Sales-Key
              go to zz165-Exit.
     if       CT-Use-Dunning = "Y"
          and CT-Email not = spaces
              move CT-Email to WS-Mail-To
              go to zz165-Exit.
     go       to zz165-Loop.
*>
 zz165-Exit.
     exit     section.
*>
 maps04       section.
*>*****************
*>
     call     "maps04"  using  maps03-ws.
*>
 maps04-exit.
     exit     section.
*>
 copy "Proc-ACAS-FH-Calls.cob".
*>
