*>                        SL116.
*>                        SL119.
*>                        SL121.
*>                        SL122.
*>                        SL123.
*>**
*>    Changes.
*>
*> 10/12/22 vbc   .11 Added para after some sections 4 GC 3.2 warning msgs.
*> 03/04/23 vbc - .12 Using ws-lines for error msgs at start of prog.
*> 16/04/24 vbc       Copyright notice update superseding all previous notices.
*> 15/10/26 vbc   .18 Receipts can be put into a numbered paying-in
*>                    slip deposit (deposit.dat) - slip no. asked
*>                    with the bank a/c, cheque or cash and drawer
*>                    per receipt.  Deposit receipts get no cash
*>                    book entry of their own - sl954 writes one
*>                    for the deposit total when the slip prints.
*> 02/09/26 vbc   .17 Exchange-difference close only offered while
*>                    the residue fits oi-deduct-amt (999.99) - 2%
*>                    of a big item silently truncated into the
*> copy "seloi3.cob".
 copy "selpplan.cob".   *> 02/09/26 receipts tracked against sl921 plans.
 copy "selbank.cob".    *> 02/09/26 multi bank cash book (xl144).
 copy "seldep.cob".     *> 15/10/26 paying-in slip deposits (sl954).
*>
 data                    division.
*>===============================
*> copy "fdsl.cob".
 copy "fdpplan.cob".    *> 02/09/26 receipts tracked against sl921 plans.
 copy "fdbank.cob".     *> 02/09/26 multi bank cash book (xl144).
 copy "fddep.cob".      *> 15/10/26 paying-in slip deposits (sl954).
*> copy "fdoi3.cob".
 working-storage section.
*>----------------------
  77  prog-name           pic x(15)      value "SL080 (3.02.18)".
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
*>
     03  ws-bank-code    pic xx                value "01".
     03  ws-bank-today   pic 9(8)              value zero.
*>
*>  Paying-in slip deposits - 15/10/26.
*>
     03  ws-dep-open     pic x                 value "N".
     03  ws-dep-reply    pic x(6)              value spaces.
     03  ws-dep-no       pic 9(8)              value zero.
     03  ws-dep-disp     pic 9(6).
     03  ws-dep-type     pic x                 value "Q".
     03  ws-drawer       pic x(30)             value spaces.
     03  address-A       pic x(96).
     03  address-line    pic x(36).
     03  ws-dash         pic x(80)              value all "-".
     03  SL119           pic x(35) value "SL119 Sales Transactions Not Posted".
     03  SL121           pic x(52) value
                        "SL121 Invoices Not Posted; Payment Entry Not Allowed".
     03  SL122           pic x(54) value
                        "SL122 Slip: blank = none, N = new or an open slip no.".
     03  SL123           pic x(50) value
                        "SL123 Slip not found, not open or for another bank".
*>
 01  error-code          pic 999.
*>
     if       ws-plan-open = "Y"
              close Pay-Plan-File
              move "N" to ws-plan-open.
     if       ws-dep-open = "Y"
              close Deposit-File
              move "N" to ws-dep-open.
     exit     program.
*>
*>********************************************
     accept   ws-bank-code at 0951 with foreground-color 6 update UPPER.
     if       ws-bank-code = spaces
              move "01" to ws-bank-code.
*>
*>  Paying-in slip the receipts go to the bank on (sl954), carried
*>   from one payment to the next until changed. 15/10/26.
*>
 slip-input.
     display  "Slip [      ]" at 0956 with foreground-color 2.
     display  SL122 at line ws-lines col 1 with foreground-color 2.
     accept   ws-dep-reply at 0962 with foreground-color 6 update UPPER.
     display  " " at line ws-lines col 1 with erase eol.
     perform  zz156-Deposit-Check.
     if       ws-dep-reply = "?"
              display SL123 at line ws-lines col 1 with foreground-color 4
              move spaces to ws-dep-reply
              go to slip-input.
*>
 date-input.
*>*********
     move     batch-value  to  display-s.
     display  "Batch Total - " at 1041 with foreground-color 2.
     display  display-s at 1055 with foreground-color 3.
*>
*>  Receipts in a paying-in slip - cheque or cash and, for a cheque,
*>   the drawer as it will be listed on the slip. 15/10/26.
*>
 slip-item-input.
     if       ws-dep-no = zero
              go to set-batch-item.
     display  "Q/C [ ]" at 0970 with foreground-color 2.
     move     "Q" to ws-dep-type.
*>
 slip-type-input.
     accept   ws-dep-type at 0975 with foreground-color 6 update UPPER.
     if       ws-dep-type not = "Q" and not = "C"
              go to slip-type-input.
     move     spaces to ws-drawer.
     if       ws-dep-type = "C"
              go to set-batch-item.
     move     sales-name to ws-drawer.
     display  "Drawer [                              ]" at 0901 with foreground-color 2.
     accept   ws-drawer at 0909 with foreground-color 6 update.
     if       ws-drawer = spaces
              move sales-name to ws-drawer.
*>
 set-batch-item.
*>-------------
*>   the sl190 letter hold) can see the deal being honoured. 02/09/26.
*>
     perform  zz150-Plan-Apply.
     if       ws-dep-no not = zero
         and  trans-payment
              perform zz157-Deposit-Item    *> 15/10/26 paying-in slip
     else
              perform zz155-Cash-Book.      *> 02/09/26 per-bank cash book
     move     zero  to  approp-amount  deduct-taken.
*>
 main-exit.   exit section.
*>
 zz155-exit.
     exit     section.
*>
 zz156-Deposit-Check     section.
*>==============================
*>
*>  15/10/26 - validate the slip keyed for the batch: blank for none,
*>  N opens a new deposit on this bank a/c, else it must be an open
*>  deposit for the same bank a/c.  Bad ones come back as "?".
*>
     if       ws-dep-reply = spaces
              move zero to ws-dep-no
              go to zz156-exit.
     if       ws-dep-open = "N"
              open i-o Deposit-File
              if   fs-reply not = zero
                   open  output Deposit-File
                   close Deposit-File
                   open  i-o    Deposit-File
                   if   fs-reply not = zero
                        move "?" to ws-dep-reply
                        go to zz156-exit
                   end-if
              end-if
              move "Y" to ws-dep-open.
     if       ws-dep-reply = "N"
              go to zz156-New.
     if       function trim (ws-dep-reply) not numeric
              move "?" to ws-dep-reply
              go to zz156-exit.
     move     function numval (ws-dep-reply) to ws-dep-no.
     move     "H" to DEP-Rec-Type.
     move     ws-dep-no to DEP-No.
     move     zero to DEP-Line.
     read     Deposit-File
              invalid key
              move "?" to ws-dep-reply
              move zero to ws-dep-no
              go to zz156-exit.
     if       not Dep-Open
         or   DEPH-Bank not = ws-bank-code
              move "?" to ws-dep-reply
              move zero to ws-dep-no
              go to zz156-exit.
     go       to zz156-Show.
*>
 zz156-New.
     move     "C" to DEP-Rec-Type.
     move     zero to DEP-No DEP-Line.
     read     Deposit-File
              invalid key
              move spaces to DEP-Data
              move zero to DEPC-Last-No
              write Deposit-Record.
     add      1 to DEPC-Last-No.
     if       DEPC-Last-No > 999999
              move 1 to DEPC-Last-No.
     move     DEPC-Last-No to ws-dep-no.
     rewrite  Deposit-Record.
     move     spaces to DEP-Data.
     move     "H" to DEP-Rec-Type.
     move     ws-dep-no to DEP-No.
     move     zero to DEP-Line.
     move     ws-bank-code to DEPH-Bank.
     move     "O" to DEPH-Status.
     accept   DEPH-Opened from date YYYYMMDD.
     move     zero to DEPH-Banked DEPH-Seen DEPH-Cheques DEPH-Cash
                      DEPH-Items DEPH-Denom-Count (1) DEPH-Denom-Count (2)
                      DEPH-Denom-Count (3) DEPH-Denom-Count (4)
                      DEPH-Denom-Count (5) DEPH-Denom-Count (6)
                      DEPH-Denom-Count (7) DEPH-Denom-Count (8)
                      DEPH-Denom-Count (9) DEPH-Denom-Count (10)
                      DEPH-Denom-Count (11) DEPH-Denom-Count (12).
     write    Deposit-Record
              invalid key
              move "?" to ws-dep-reply
              move zero to ws-dep-no
              go to zz156-exit.
*>
 zz156-Show.
     move     ws-dep-no to ws-dep-disp.
     move     ws-dep-disp to ws-dep-reply.
     display  ws-dep-reply at 0962 with foreground-color 3.
*>
 zz156-exit.
     exit     section.
*>
 zz157-Deposit-Item      section.
*>==============================
*>
*>  15/10/26 - the receipt goes into the paying-in slip: an item line
*>  for the slip, the header totals, and the folio cross reference
*>  that keeps xl190 from taking it as a lodgement of its own.  If
*>  the deposit has gone (slip printed meanwhile) it is banked as a
*>  single receipt instead.
*>
     move     "H" to DEP-Rec-Type.
     move     ws-dep-no to DEP-No.
     move     zero to DEP-Line.
     read     Deposit-File
              invalid key
              perform zz155-Cash-Book
              go to zz157-exit.
     if       not Dep-Open
              perform zz155-Cash-Book
              go to zz157-exit.
     add      1 to DEPH-Items.
     if       ws-dep-type = "C"
              add pay-value to DEPH-Cash
     else
              add pay-value to DEPH-Cheques.
     rewrite  Deposit-Record.
*>
     move     DEPH-Items to DEP-Line.
     move     spaces to DEP-Data.
     move     "I" to DEP-Rec-Type.
     move     ws-dep-type  to DEPI-Type.
     move     pay-customer to DEPI-Customer.
     move     oi-invoice   to DEPI-Folio.
     move     ws-drawer    to DEPI-Drawer.
     move     pay-value    to DEPI-Amount.
     accept   DEPI-Date from date YYYYMMDD.
     write    Deposit-Record
              invalid key
              rewrite Deposit-Record.
*>
     move     spaces to DEP-Data.
     move     "F" to DEP-Rec-Type.
     move     oi-invoice to DEP-No.
     move     zero to DEP-Line.
     move     ws-dep-no to DEPF-Deposit.
     write    Deposit-Record
              invalid key
              rewrite Deposit-Record.
*>
 zz157-exit.
     exit     section.
*>
 zz150-Plan-Apply        section.
*>==============================
