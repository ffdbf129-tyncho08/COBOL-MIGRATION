*>                         OTM5MT
*>                        acas032
*>                         paymentsMT
*>                        pl046   supplier compliance check.
*>**
*>    Error messages used.
*>                        PL901 - LOGIC Error.
*>                        PL902.
*>                        PL903.
*>                        PL904.
*>                        PL265.
*>****
*>    Changes.
*> 13/11/82 Vbc - Paging On Reports Remove Page Flip At Eoj.
*>                        now select on the xl141 due date instead of
*>                        invoice date.
*>                        date to be used in process.
*> 15/10/26 vbc       .15 Discount capture mode - asks for the next
*>                        scheduled run date and also selects any
*>                        folio, due or not, whose prompt payment
*>                        discount deadline falls before it.  Such
*>                        items are flagged E on the report and the
*>                        discount captured is summarised against the
*>                        cash brought forward to take it.
*> 15/10/26 vbc       .16 Suppliers with a lapsed mandatory compliance
*>                        document (pl045 register, pl046 check) are
*>                        held - nothing selected for them, listed as
*>                        held with the document and counted at the end.
*>*************************************************************************
*>
*>  From copyright.cob.
 copy "fdapprv.cob".
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "PL910 (3.02.16)".
 77  At-Fs-Reply         pic xx    value zero.
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "plwsoi.cob".
 copy "wsapprv.cob".
 copy "wscomply.cob".  *> 15/10/26 pl046 compliance check.
*>
*> Ex FDs
*>
*>     03  WS-OTM5-Record         pic x.
*>
 copy "Test-Data-Flags.cob".  *> set sw-testing to zero to stop logging.
*>
 01  All-My-Constants    pic 9(4).
     copy "screenio.cpy".
*>
 01  ws-data.
     03  To-Be-Paid      binary-long             value zero.
     03  inv-amount      pic s9(7)v99    comp-3  value zero.
     03  amount-out      pic s9(7)v99    comp-3  value zero.
     03  Line-Cnt        binary-char             value 90.
     03  WS-Disc-Mode    pic x                   value "N".
     03  WS-Next-Run     binary-long             value zero.
     03  WS-Disc-Deadline binary-long            value zero.
     03  WS-Early        pic x                   value space.
     03  WS-Early-Count  pic 9(5)                value zero.
     03  WS-Early-Cash   pic s9(7)v99    comp-3  value zero.
     03  WS-Early-Disc   pic s9(7)v99    comp-3  value zero.
     03  WS-Disc-Taken   pic s9(7)v99    comp-3  value zero.
     03  WS-Held-Count   pic 9(5)                value zero.
     03  WS-Held-Value   pic s9(7)v99    comp-3  value zero.
     03  WS-Hold-Bin     binary-long             value zero.
*>
 01  ws-Test-Date            pic x(10).
 01  ws-date-formats.
     03  PL902          pic x(31) value "PL902 Purchase Ledger not Found".
     03  PL903          pic x(33) value "PL903 Purchase OTM file not Found".
     03  PL904          pic x(32) value "PL904 Payment file Error on Open".
     03  PL265          pic x(50) value "PL265 Next run date must be after today's run date".
*>
 01  balances.
     03  bal-0           pic 9(7)v99 value zero.
     03  l5-30           pic z(6)9.99cr  blank when zero.
     03  l5-60           pic z(6)9.99cr  blank when zero.
     03  l5-90           pic z(6)9.99cr  blank when zero.
     03  filler          pic xx          value spaces.
     03  l5-early        pic x           value space.
     03  filler          pic x           value space.
     03  l5-pay          pic z(6)9.99    blank when zero.
*>
 01  line-6.
     03  filler          pic x(12)       value "  --------  ".
     03  filler          pic x(4)        value spaces.
     03  filler          pic x(12)       value "  ========".
*>
 01  line-8.
     03  filler          pic x(4)        value spaces.
     03  l8-head         pic x(60).
     03  l8-count        pic z(4)9       blank when zero.
     03  filler          pic x(4)        value spaces.
     03  l8-value        pic z(6)9.99.
*>
 01  line-9.
     03  l9-key          pic x(10).
     03  l9-supplier     pic x(25).
     03  l9-note         pic x(97).
*>
 linkage section.
*>==============
     if       ws-reply = "N"
              accept ws-Age-To-Pay at 0529 with foreground-color 3 UPDATE
              move ws-Age-To-Pay to Age-To-Pay.
*>
*>  Discount capture - pick up folios whose prompt pay deadline falls
*>   before the next run even though they are not yet due.
*>
     display  "Capture discounts due before next run (Y/N) ? - [ ]"
                                         at 0901 with foreground-color 2.
     move     "N"  to  ws-reply.
     accept   ws-reply at 0950 with foreground-color 6 update.
     move     function upper-case (ws-reply) to ws-reply.
     if       ws-reply = "Y"
              move "Y" to WS-Disc-Mode
              perform zz040-Get-Next-Run.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Menu-Exit.
*>
     subtract Age-To-Pay  from  Run-Date  giving  To-Be-Paid.
     move     To-Be-Paid to u-bin.
*>
     if       purch-current not > zero
              go to Read-Purchase.
*>
*>  Lapsed mandatory compliance document - payments held till renewed.
*>
     move     WS-Purch-Key to CC-Supplier.
     move     Run-Date     to CC-Date.
     set      CC-Fn-Check  to true.
     call     "pl046" using Comply-Check-Block file-defs.
     if       CC-Blocked
              perform zz095-Supplier-Held
              go to Read-Purchase.
*>
     initialize pay-record.
     move     zero          to  oi5-invoice.
     move     oi-date     to Terms-Inv-Date.
     move     zero        to Terms-Fallback-Days.
     call     "xl141" using Terms-Call-Block file-defs.
     move     space to WS-Early.
     if       Terms-Due-Date  >  To-Be-Paid
              if   WS-Disc-Mode not = "Y"
                or oi-deduct-amt not > zero
                   go to  Read-Open-Item
              end-if
              add  oi-date oi-deduct-days giving WS-Disc-Deadline
              if   WS-Disc-Deadline < Run-Date
                or WS-Disc-Deadline not < WS-Next-Run
                   go to  Read-Open-Item
              end-if
              move "E" to WS-Early
     end-if.
*>
     move     oi-invoice  to  l5-folio  pay-folio (a).
     move     oi-date  to  u-bin.
     if       oi-deduct-days not < work-1
              subtract oi-deduct-amt from amount-out
              move oi-deduct-amt to pay-deduct (a)
              add  oi-deduct-amt to WS-Disc-Taken
              if   WS-Early = "E"
                   add oi-deduct-amt to WS-Early-Disc
              end-if
              if   amount-out = zero
                   go to Read-Open-Item
              else
*> now work out ageing
*>
     move     amount-out  to  pay-value (a).
     move     WS-Early    to  l5-early.
     if       WS-Early = "E"
              add  1 to WS-Early-Count
              add  amount-out to WS-Early-Cash.
     if       work-1  <  30
              add  amount-out  to  bal-0
              move  0  to  pay-period (a)
*>
     write    print-record from line-7 after 1.
     write    print-record from line-6 after 1.
     move     zero to l8-count.
     move     "Prompt payment discount captured this run" to l8-head.
     move     WS-Disc-Taken to l8-value.
     write    print-record from line-8 after 2.
     if       WS-Disc-Mode = "Y"
              move  WS-Next-Run to u-bin
              perform zz060-Convert-Date
              move  spaces to l8-head
              string "E = not yet due, paid to capture discount before "
                                  delimited by size
                     ws-date      delimited by size
                                  into l8-head
              end-string
              move  WS-Early-Count to l8-count
              move  WS-Early-Cash  to l8-value
              write print-record from line-8 after 1
              move  "    Cash brought forward for those items" to l8-head
              move  zero to l8-count
              write print-record from line-8 after 1
              move  "    Discount captured on those items" to l8-head
              move  WS-Early-Disc to l8-value
              write print-record from line-8 after 1.
     if       WS-Held-Count not = zero
              move  "Suppliers held - compliance document lapsed, balance"
                                   to l8-head
              move  WS-Held-Count  to l8-count
              move  WS-Held-Value  to l8-value
              write print-record from line-8 after 1.
     close    print-file.    *> open-item-file-5 purchase-file pay-file.
     perform  OTM5-Close.
     perform  Purch-Close.
     perform  Payments-Close.
     set      Terms-Fn-Close to true.                 *> 02/09/26
     call     "xl141" using Terms-Call-Block file-defs.
     set      CC-Fn-Close to true.                    *> 15/10/26
     call     "pl046" using Comply-Check-Block file-defs.
     call     "SYSTEM" using Print-Report.
*>
 Main-Exit.   exit section.
*>
 zz050-exit.
     exit     section.
*>
 zz040-Get-Next-Run        section.
*>********************************
*>
*>  Next scheduled payment run - defaults to a fortnight on.
*>
     add      14 Run-Date giving u-bin.
     perform  zz060-Convert-Date.
     display  "Next scheduled payment run  - [          ]"
                                         at 1101 with foreground-color 2.
*>
 zz040-Accept.
     accept   ws-date at 1132 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to zz040-Exit.
     move     ws-date to ws-test-date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              go to zz040-Accept.
     if       u-bin not > Run-Date
              display PL265 at 2301 with foreground-color 4
              go to zz040-Accept.
     move     u-bin to WS-Next-Run.
     display  " " at 2301 with erase eol.
*>
 zz040-Exit.
     exit     section.
*>
 zz095-Supplier-Held       section.
*>********************************
*>
*>  Supplier blocked by pl046 - listed with the lapsed document, nothing
*>   selected.  u-bin is kept as the pay date is taken from it.
*>
     move     u-bin to WS-Hold-Bin.
     move     CC-Expiry to u-bin.
     perform  zz060-Convert-Date.
     move     WS-Purch-Key to l9-key.
     move     purch-name   to l9-supplier.
     move     spaces       to l9-note.
     string   "HELD - "    delimited by size
              CC-Doc-Desc  delimited by "  "
              " lapsed "   delimited by size
              ws-date      delimited by size
                           into l9-note.
     write    print-record from line-9 after 1.
     add      1 to Line-Cnt.
     if       Line-Cnt > Page-Lines
              perform Headings.
     add      1 to WS-Held-Count.
     add      purch-current to WS-Held-Value.
     move     WS-Hold-Bin to u-bin.
*>
 zz095-Exit.
     exit     section.
*>
 zz060-Convert-Date        section.
*>********************************
