       >>source free
*>*********************************************
*>                                            *
*>     Customer Price List Publication        *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         sl951.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Answers "what will I pay for this range?"
*>                        without test invoices.  For one customer, or
*>                        for a price level (no customer - retail less
*>                        a flat percent), every item whose sales group
*>                        falls in a PA range is priced exactly as
*>                        sl910 would price it: Stock-Retail through
*>                        the sl907 lookup, so the customer's contract
*>                        price wins, and each live quantity break or
*>                        promotional tier from sl924 (item tiers then
*>                        the group's) priced again at its minimum
*>                        quantity.  Prices are shown per selling unit
*>                        (Stock-Sell-Unit, Stock-Sell-Factor eaches)
*>                        as the customer orders.  Printed, written as
*>                        a CSV (prclst-<customer>.csv) and, for a
*>                        customer, queued to the contact flagged for
*>                        invoices (sl929), else Sales-Email, on the
*>                        PRCL mailq template.  The list carries the
*>                        dates it is valid from and to, and a tier
*>                        that ends sooner shows its own end date.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04, sl907.
*>                        acas011 (Stock), acas012 (Sales) FHs.
*>**
*>    Error messages used.
*>                        SL003
*>                        SL366    Customer not on file.
*>                        SL367    Invalid date.
*>                        SL368    No items priced.
*>                        SL369    CSV not written.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for customer price lists.
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
 copy "selpbrk.cob".
 copy "selcont.cob".
 copy "selmailq.cob".
*>
     select  Price-List-Csv  assign               WS-Csv-Name
                             organization         line sequential
                             status               WS-Csv-Status.
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdprint.cob".
 copy "fdpbrk.cob".
 copy "fdcont.cob".
 copy "fdmailq.cob".
*>
 fd  Price-List-Csv.
 01  Csv-Record          pic x(256).
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL951 (3.02.00)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wsprice.cob".
 copy "wssl.cob".
 copy "wsstock.cob".
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
     03  WS-Invoice-Record      pic x.
     03  WS-OTM3-Record         pic x.
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
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  WS-Csv-Name     pic x(40)        value spaces.
     03  WS-Csv-Status   pic 99           value zero.
     03  WS-Brk-Open     pic x            value "N".
     03  WS-Customer     pic x(7)         value spaces.
     03  WS-Cust-Name    pic x(30)        value spaces.
     03  WS-Level-Disc   pic 99v99        value zero.
     03  WS-PA-From      pic xx           value spaces.
     03  WS-PA-To        pic xx           value "ZZ".
     03  WS-Valid-From   pic x(10)        value spaces.
     03  WS-Valid-To     pic x(10)        value spaces.
     03  WS-From-Bin     binary-long      value zero.
     03  WS-To-Bin       binary-long      value zero.
     03  WS-Mail-To      pic x(64)        value spaces.
     03  WS-Item-Cnt     pic 9(6)         value zero.
     03  WS-Factor       pic 9(4)         value zero.
     03  WS-Unit-Price   pic 9(7)v99      value zero.
     03  WS-Sell-Price   pic 9(8)v99      value zero.
     03  WS-Sell-Qty     pic 9(6)         value zero.
     03  WS-Target       pic x(13)        value spaces.
     03  WS-B            pic 9     comp   value zero.
     03  WS-Pass         pic 9     comp   value zero.
*>
*>  Up to four tiers shown per item - item tiers first, then the group.
*>
 01  WS-Breaks.
     03  WS-Brk-Cnt      pic 9     comp   value zero.
     03  WS-Brk                       occurs 4.
         05  WS-Brk-Qty      pic 9(6).
         05  WS-Brk-Price    pic 9(8)v99.
         05  WS-Brk-Ends     pic x(10).
*>
 01  WS-Csv-Work.
     03  WS-Csv-Factor   pic zzz9.
     03  WS-Csv-Brk.
         05  WS-Csv-Qty      pic z(5)9.
         05  WS-Csv-Price    pic z(7)9.99.
*>
 01  Error-Messages.
     03  SL003          pic x(28) value "SL003 Hit Return To Continue".
     03  SL366          pic x(30) value "SL366 Customer not on file".
     03  SL367          pic x(33) value "SL367 Invalid date - dd/mm/ccyy".
     03  SL368          pic x(39) value "SL368 No items priced in that PA range".
     03  SL369          pic x(35) value "SL369 CSV not written - status =".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(40)       value "Price List".
     03  filler          pic x(36)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  l2-for          pic x(60)       value spaces.
     03  filler          pic x(12)       value "Valid from ".
     03  l2-from         pic x(10).
     03  filler          pic x(4)        value " to ".
     03  l2-to           pic x(10).
*>
 01  line-3.
     03  filler          pic x(132)      value "Item           Description              " &
         "  Unit    Price    Break  Price      Break  Price      Break  Price".
*>
 01  line-4.
     03  l4-item         pic x(15).
     03  l4-desc         pic x(25).
     03  l4-unit         pic x(5).
     03  l4-price        pic z(7)9.99.
     03  l4-brk                       occurs 3.
         05  l4-brk-qty      pic bbz(5)9.
         05  l4-brk-price    pic bz(6)9.99.
         05  l4-brk-end      pic x.
*>
 01  line-5.
     03  filler          pic x(132)      value
         "  * promotional price ends before the list - date on the CSV. Breaks are in selling units.".
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
 Menu-Return.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Customer Price Lists" at 0131 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
     display  "Customer      [       ]  (blank for a price level)" at 0501 with foreground-color 2.
     move     spaces to WS-Customer WS-Cust-Name.
     move     zero   to WS-Level-Disc.
     accept   WS-Customer at 0516 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Menu-Exit.
     if       WS-Customer = spaces
              go to Get-Level.
     move     WS-Customer to WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Open-Input.
     perform  Sales-Read-Indexed.
     perform  Sales-Close.
     if       fs-reply not = zero
              display SL366 at 2301 with foreground-color 4 highlight
              go to Menu-Return.
     move     Sales-Name to WS-Cust-Name.
     display  WS-Cust-Name at 0541 with foreground-color 3 erase eol.
     go       to Get-Range.
*>
 Get-Level.
     display  "Price level - percent off retail [  .  ]" at 0601 with foreground-color 2.
     accept   WS-Level-Disc at 0635 with foreground-color 3 update.
     move     "Price level" to WS-Cust-Name.
*>
 Get-Range.
     display  "Sales PA groups from [  ] to [  ]" at 0801 with foreground-color 2.
     accept   WS-PA-From at 0823 with foreground-color 3 update UPPER.
     accept   WS-PA-To   at 0831 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Menu-Exit.
     if       WS-PA-To = spaces
              move "ZZ" to WS-PA-To.
*>
*>  Valid from today for 30 days unless keyed otherwise.
*>
     move     to-day to WS-Valid-From u-date.
     perform  maps04.
     move     u-bin to WS-From-Bin.
     add      30 to u-bin.
     perform  maps04.
     move     u-date to WS-Valid-To.
     display  "Valid from [          ] to [          ]" at 1001 with foreground-color 2.
     display  WS-Valid-From at 1013 with foreground-color 3.
*>
 Get-Valid-To.
     accept   WS-Valid-To at 1029 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Menu-Exit.
     move     WS-Valid-To to u-date.
     move     zero to u-bin.
     perform  maps04.
     if       u-bin = zero
           or u-bin < WS-From-Bin
              display SL367 at 2301 with foreground-color 4 highlight
              go to Get-Valid-To.
     display  space at 2301 with erase eol.
     move     u-bin to WS-To-Bin.
*>
     perform  ba000-Produce-List.
     if       WS-Item-Cnt = zero
              display SL368 at 1201 with foreground-color 4
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to Menu-Return.
     call     "SYSTEM" using Print-Report.
     display  "Price list printed and written to " at 1201 with foreground-color 2.
     display  WS-Csv-Name at 1235 with foreground-color 3.
*>
     if       WS-Customer not = spaces
              perform ca000-Find-Contact.
     if       WS-Customer = spaces
           or WS-Mail-To = spaces
           or WS-Csv-Status not = zero
              go to Menu-Done.
     display  "E-mail it to " at 1401 with foreground-color 2.
     display  WS-Mail-To (1:40) at 1414 with foreground-color 3.
     display  "(Y/N) ? [Y]" at 1456 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 1465 with foreground-color 6 update UPPER.
     if       ws-reply = "Y"
              perform cb000-Queue-Email
              display "Queued - sent on the next mail run." at 1501 with foreground-color 2.
*>
 Menu-Done.
     display  SL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
     go       to Menu-Return.
*>
 Menu-Exit.
     set      Price-Close to true.
     call     "sl907" using WS-Price-Call file-defs.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Produce-List      section.
*>==============================
*>
     move     zero to WS-Item-Cnt page-nos.
     move     spaces to WS-Csv-Name.
     if       WS-Customer = spaces
              move "prclst-LEVEL.csv" to WS-Csv-Name
     else
              string "prclst-"   delimited by size
                     WS-Customer delimited by space
                     ".csv"      delimited by size
                                 into WS-Csv-Name.
     open     output Price-List-Csv.
     if       WS-Csv-Status not = zero
              display SL369 at 2301 with foreground-color 4 highlight
              display WS-Csv-Status at 2334 with foreground-color 4.
     if       WS-Csv-Status = zero
              move "Item,Description,Unit,Per Unit,Price,Break 1 Qty,Break 1 Price,Break 1 Ends,Break 2 Qty,Break 2 Price,Break 2 Ends,Break 3 Qty,Break 3 Price,Break 3 Ends,Valid From,Valid To"
                                 to Csv-Record
              write Csv-Record.
*>
     open     input Price-Break-File.
     if       fs-reply = zero
              move "Y" to WS-Brk-Open
     else
              move "N" to WS-Brk-Open.
     open     output print-file.
     move     spaces to l2-for.
     string   "For "        delimited by size
              WS-Customer   delimited by space
              " "           delimited by size
              WS-Cust-Name  delimited by size
                            into l2-for.
     move     WS-Valid-From to l2-from.
     move     WS-Valid-To   to l2-to.
     perform  da000-Headings.
*>
     perform  Stock-Open-Input.
*>
 ba010-Next-Item.
     perform  Stock-Read-Next.
     if       fs-reply = 10 or = 99
              go to ba900-End.
     if       Stock-SA-Group < WS-PA-From
           or Stock-SA-Group > WS-PA-To
           or Stock-Retail = zero
              go to ba010-Next-Item.
     perform  bb000-Price-Item.
     go       to ba010-Next-Item.
*>
 ba900-End.
     perform  Stock-Close.
     if       WS-Item-Cnt not = zero
              write print-record from line-5 after 2.
     close    print-file.
     if       WS-Brk-Open = "Y"
              close Price-Break-File.
     if       WS-Csv-Status = zero
              close Price-List-Csv.
*>
 ba999-exit.
     exit     section.
*>
 bb000-Price-Item        section.
*>==============================
*>
*>  Quantity one first - contract, else retail (and for a level the
*>   flat percent off) - then each tier at its own minimum quantity.
*>
     add      1 to WS-Item-Cnt.
     move     Stock-Sell-Factor to WS-Factor.
     if       WS-Factor = zero
              move 1 to WS-Factor.
     move     1 to WS-Sell-Qty.
     perform  bc000-Price-At-Qty.
     move     WS-Sell-Price to l4-price.
     move     WS-Stock-Key  to l4-item.
     move     WS-Stock-Desc to l4-desc.
     move     Stock-Sell-Unit to l4-unit.
     if       Stock-Sell-Unit = spaces
              move "each" to l4-unit.
*>
     initialize WS-Breaks.
     if       WS-Brk-Open = "Y"
              move WS-Stock-Key to WS-Target
              perform bd000-Tiers
              move spaces to WS-Target
              string "G:" Stock-SA-Group delimited by size into WS-Target
              perform bd000-Tiers.
*>
     move     1 to WS-B.
*>
 bb010-Breaks.
     if       WS-B > 3
              go to bb020-Print.
     if       WS-B > WS-Brk-Cnt
              move zero   to l4-brk-qty (WS-B) l4-brk-price (WS-B)
              move spaces to l4-brk-end (WS-B)
     else
              move WS-Brk-Qty (WS-B)   to l4-brk-qty (WS-B)
              move WS-Brk-Price (WS-B) to l4-brk-price (WS-B)
              move space to l4-brk-end (WS-B)
              if   WS-Brk-Ends (WS-B) not = spaces
                   move "*" to l4-brk-end (WS-B)
              end-if
     end-if
     add      1 to WS-B.
     go       to bb010-Breaks.
*>
 bb020-Print.
     if       line-cnt > Page-Lines - 4
              perform da000-Headings.
     write    print-record from line-4 after 1.
     add      1 to line-cnt.
     if       WS-Csv-Status = zero
              perform be000-Csv-Line.
*>
 bb999-exit.
     exit     section.
*>
 bc000-Price-At-Qty      section.
*>==============================
*>
*>  WS-Sell-Qty selling units priced as sl910 would - sl907 works in
*>   stocking units, the result is per selling unit.
*>
     move     WS-Customer   to Price-Customer.
     move     WS-Stock-Key  to Price-Stock-Key.
     move     WS-From-Bin   to Price-Date.
     move     Stock-Retail  to Price-Unit.
     compute  Price-Qty = WS-Sell-Qty * WS-Factor.
     move     Stock-SA-Group to Price-PA.
     set      Price-Lookup  to true.
     call     "sl907" using WS-Price-Call file-defs.
     move     zero to Price-Qty.
     move     Price-Unit to WS-Unit-Price.
     if       WS-Customer = spaces
        and   WS-Level-Disc not = zero
        and   not Price-Break-Applied
              compute WS-Unit-Price rounded =
                      WS-Unit-Price - (WS-Unit-Price * WS-Level-Disc / 100).
     compute  WS-Sell-Price = WS-Unit-Price * WS-Factor.
*>
 bc999-exit.
     exit     section.
*>
 bd000-Tiers             section.
*>==============================
*>
*>  Tiers for WS-Target live today.  One ending before the list runs
*>   out keeps its end date for the CSV and is starred in print.
*>
     move     WS-Target to PB-Target.
     move     zero      to PB-Tier.
     start    Price-Break-File key not less than PB-Key
              invalid key
              go to bd999-exit.
*>
 bd010-Read.
     if       WS-Brk-Cnt not < 4
              go to bd999-exit.
     read     Price-Break-File next record
              at end
              go to bd999-exit.
     if       PB-Target not = WS-Target
              go to bd999-exit.
     if       PB-Date-From not = zero
        and   PB-Date-From > WS-From-Bin
              go to bd010-Read.
     if       PB-Date-To not = zero
        and   PB-Date-To < WS-From-Bin
              go to bd010-Read.
     if       PB-Min-Qty not > 1
              go to bd010-Read.
*>
*>  Minimum in selling units, rounded up to a whole selling unit.
*>
     divide   PB-Min-Qty by WS-Factor giving WS-Sell-Qty.
     if       (WS-Sell-Qty * WS-Factor) < PB-Min-Qty
              add 1 to WS-Sell-Qty.
     add      1 to WS-Brk-Cnt.
     move     WS-Sell-Qty to WS-Brk-Qty (WS-Brk-Cnt).
     perform  bc000-Price-At-Qty.
     move     WS-Sell-Price to WS-Brk-Price (WS-Brk-Cnt).
     move     spaces to WS-Brk-Ends (WS-Brk-Cnt).
     if       PB-Date-To not = zero
        and   PB-Date-To < WS-To-Bin
              move PB-Date-To to u-bin
              perform maps04
              move u-date to WS-Brk-Ends (WS-Brk-Cnt).
     go       to bd010-Read.
*>
 bd999-exit.
     exit     section.
*>
 be000-Csv-Line          section.
*>==============================
*>
     move     spaces to Csv-Record.
     move     WS-Factor to WS-Csv-Factor.
     move     l4-price  to WS-Csv-Price.
     string   WS-Stock-Key                       delimited by space
              ",""" WS-Stock-Desc (1:24) """,""" delimited by size
              l4-unit                            delimited by space
              ""","                              delimited by size
              WS-Csv-Factor                      delimited by size
              ","                                delimited by size
              WS-Csv-Price                       delimited by size
                                                 into Csv-Record.
     move     1 to WS-B.
*>
 be010-Break.
     if       WS-B > 3
              go to be020-Dates.
     move     spaces to WS-Csv-Brk.
     if       WS-B not > WS-Brk-Cnt
              move WS-Brk-Qty (WS-B)   to WS-Csv-Qty
              move WS-Brk-Price (WS-B) to WS-Csv-Price.
     string   Csv-Record          delimited by "   "
              ","                 delimited by size
              WS-Csv-Qty          delimited by size
              ","                 delimited by size
              WS-Csv-Price        delimited by size
              ","                 delimited by size
              WS-Brk-Ends (WS-B)  delimited by size
                                  into Csv-Record.
     add      1 to WS-B.
     go       to be010-Break.
*>
 be020-Dates.
     string   Csv-Record          delimited by "   "
              ","                 delimited by size
              WS-Valid-From       delimited by size
              ","                 delimited by size
              WS-Valid-To         delimited by size
                                  into Csv-Record.
     write    Csv-Record.
*>
 be999-exit.
     exit     section.
*>
 ca000-Find-Contact      section.
*>==============================
*>
*>  Contact flagged for invoices (sl929) first, else Sales-Email.
*>
     move     spaces to WS-Mail-To.
     move     Sales-Email to WS-Mail-To.
     open     input Contact-File.
     if       fs-reply not = zero
              go to ca999-exit.
     move     WS-Customer to CT-Customer.
     move     zero to CT-Seq.
     start    Contact-File key not less than CT-Key
              invalid key
              go to ca090-Close.
*>
 ca010-Loop.
     read     Contact-File next record
              at end
              go to ca090-Close.
     if       CT-Customer not = WS-Customer
              go to ca090-Close.
     if       CT-Use-Invoice = "Y"
        and   CT-Email not = spaces
              move CT-Email to WS-Mail-To
              go to ca090-Close.
     go       to ca010-Loop.
*>
 ca090-Close.
     close    Contact-File.
*>
 ca999-exit.
     exit     section.
*>
 cb000-Queue-Email       section.
*>==============================
*>
*>  PRCL template - the list's end date rides in the subject after
*>   the company name, the CSV is the attachment.
*>
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
     add      1 to Mq-Seq-No.
*>
     move     "PRCL"          to Mq-Template-Code.
     move     WS-Mail-To      to Mq-To.
     move     Company-Email   to Mq-From.
     move     spaces          to Mq-Merge-1 Mq-Merge-2 Mq-Merge-3.
     string   usera           delimited by "  "
              " - valid "     delimited by size
              WS-Valid-From   delimited by size
              " to "          delimited by size
              WS-Valid-To     delimited by size
                              into Mq-Merge-1.
     move     WS-Customer     to Mq-Merge-2.
     move     WS-Csv-Name     to Mq-Attachment.
     move     "Q"             to Mq-Status.
     accept   Mq-Queued-Date  from date yyyymmdd.
     accept   Mq-Queued-Time  from time.
     move     zero            to Mq-Sent-Date.
     write    Mail-Queue-Record.
     close    Mail-Queue-File.
*>
 cb999-exit.
     exit     section.
*>
 da000-Headings          section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     write    print-record from line-1 after page.
     write    print-record from line-2 after 1.
     write    print-record from line-3 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     5 to line-cnt.
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
