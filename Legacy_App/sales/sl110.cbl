*>                         salesMT
*>                        acas019  ->
*>                         otm3MT.     ONLY for Table processing.
*>                        sl946.       Document translation lookup.
*>**
*>    Error messages used.
*>                        SL003
*> 02/09/26 vbc - .18 Statement e-mails route to the contact flagged
*>                    for statements (sl929), falling back to
*>                    Sales-Email.
*> 15/10/26 vbc - .19 New Group [Y] prompt - with a head office account
*>                    (sl944) prints one consolidated group statement
*>                    listing each branch's open items under a branch
*>                    line, aged and totalled for the whole group.
*> 15/10/26 vbc - .20 Statements print in the customer's language (sl945) -
*>                    headings, legends and item narrative looked up via
*>                    sl946 when the language changes, English where no
*>                    translation is held; the group statement follows
*>                    the head office.  The language rides on the queued
*>                    mail (Mq-Merge-3) so mailq words it to match.
*>                    Statement address and item lines moved to
*>                    sections Stmt-Address and Stmt-Item-Format so
*>                    both statements share them.
*> 15/10/26 vbc - .21 Contract retention items (oi-hold-flag "R", sl956)
*>                    print in brackets, left out of the ageing, total
*>                    due and remittance and shown on a Retention Held
*>                    line under the totals, as sl120.
*> 02/09/26 vbc - .17 Statements for customers with Sales-Currency
*>                    set (sl010) are re-expressed in that currency
*>                    at the FX table rate with a note line under
 copy "selmailq.cob".
 copy "selfx.cob".      *> 02/09/26 statements in customer currency.
 copy "selcont.cob".    *> 02/09/26 contact routing (sl929).
 copy "selcgrp.cob".    *> 15/10/26 group statements (sl944).
*>
 data                    division.
 file section.
 copy "fdmailq.cob".
 copy "fdfx.cob".       *> 02/09/26 statements in customer currency.
 copy "fdcont.cob".     *> 02/09/26 contact routing (sl929).
 copy "fdcgrp.cob".     *> 15/10/26 group statements (sl944).
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL110 (3.02.21)".
*>
 copy "print-spool-command-p-dispatch.cob" replacing "prt-1" by "prt-2".
 copy "wsmaps03.cob".
*> copy "wsoi.cob".
 copy "slwsoi3.cob".
 copy "wssl.cob".
 copy "wslang.cob".     *> 15/10/26 sl946 translations.
*>
*>  15/10/26 - wording moved in at print time, held here in English
*>   and replaced from the customer's language by zz096-Set-Language.
*>
 01  WS-Lang-Data.
     03  WS-Last-Lang     pic xx         value spaces.
     03  WS-Lit-Date      pic x(4)       value "DATE".
     03  WS-Lit-Cust      pic x(8)       value "CUST.No.".
     03  WS-Lit-Unapplied pic x(31)      value "Unapplied Credit Balance".
     03  WS-Lit-Goods-Per pic x(20)      value "Goods As Per -".
     03  WS-Lit-Cr-Note   pic x(22)      value "Credit Note Re. Inv -".
     03  WS-Lit-Allocated pic x(31)      value "Unapplied Credit Allocated".
     03  WS-Lit-Payment   pic x(31)      value "Payment. Received With Thanks".
     03  WS-Lit-Goods     pic x(31)      value "Goods".
     03  WS-Lit-Retention pic x(31)      value "Retention Held - Not Yet Due".
*>
*>  Foreign currency statements - 02/09/26.  Open items post in home
*>   currency (sl060); customers with Sales-Currency set get their
     03  WS-Cont-Open    pic x                  value "N".  *> 02/09/26 contacts.
*>
 01  line-13a.
     03  l13a-lit        pic x(24)       value "Statement amounts are in".
     03  l13a-curr       pic bxxx.
     03  l13a-rate-lit   pic x(10)       value " at rate".
     03  l13a-rate       pic zz9.9(6).
*>
 01  line-13b.
     03  filler          pic x(24)       value spaces.
     03  l13b-lit        pic x(31).
     03  l13b-amount     pic z(6)9.99cr.
*>
*> REMARK OUT ANY IN USE
*>
     03  inv-amount      pic s9(7)v99.
     03  amount-out      pic s9(7)v99.
     03  pay-amount      pic s9(7)v99.
     03  group-reply     pic x              value "N".
     03  WS-CG-Status    pic 99             value zero.
     03  WS-Group-Head   pic x(7)           value spaces.
     03  WS-Group-Member pic x(7)           value spaces.
*>
 01  ws-amount-screen-display.
     03  ws-poundsd      pic 9(6).
*> Module specific
     03  SL150          pic x(39) value "SL150 Re-align statement to top of form".
     03  SL151          pic x(35) value "SL151 Sales Transactions Not Posted".
     03  SL339          pic x(48) value "SL339 Account is not a group head office (sl944)".
*>
 01  balances        comp-3.
     03  bal-0           pic s9(7)v99 value zero.
     03  bal-60          pic s9(7)v99 value zero.
     03  bal-90          pic s9(7)v99 value zero.
     03  bal-t           pic s9(7)v99 value zero.
     03  bal-ret         pic s9(7)v99 value zero.
*>
 01  line-1.  *> 56
     03  filler          pic x(24)       value spaces.
     03  l12-date        pic x(11).       *> 24
     03  l12-desc        pic x(31).       *> 55
     03  l12-s-amount    pic z(6)9.99cr.  *> 67
     03  l12-close       pic x           value space.
     03  filler          pic xx          value spaces.   *> 70
     03  l12-r-invoice   pic z(7)9       blank when zero.  *> 78
     03  l12-r-amount    pic z(7)9.99cr.                   *> 91
*>
     03  filler          pic x(5)          value spaces.         *> 69
     03  L16-Inv-HD2     pic x(9)          value "INVOICE #".     *> 78
     03  L16-Amd-HD2     pic x(10)         value "    AMOUNT".    *> 88
*>
 01  line-17.
     03  filler          pic x(13)       value spaces.
     03  l17-lit         pic x(8)        value "Branch: ".
     03  l17-account     pic x(8).
     03  l17-name        pic x(30).
*>
 01  Line-Total-Heads.
     03  filler          pic x(5)         value spaces.
     03  TH-Current-HD   pic x(7)         value "CURRENT".    *> 12
     03  filler          pic x(7)         value spaces.
     03  TH-30-HD        pic x(7)         value "30 DAYS".    *> 26
     03  filler          pic x(6)         value spaces.
     03  TH-60-HD        pic x(7)         value "60 DAYS".    *> 39
     03  filler          pic x(5)         value spaces.
     03  TH-90-HD        pic x(8)         value "90+ DAYS".   *> 52
     03  filler          pic x(4)         value spaces.
     03  TH-Total-HD1    pic x(9)         value "TOTAL DUE".   *> 65
     03  filler          pic x(13)         value spaces.
     03  TH-Total-HD2    pic x(9)         value "TOTAL DUE".   *> 88
*>
 linkage section.
*>**************
*>
     if       SL-Comp-Stat
              move     spaces     to Line-7
              move     WS-Lit-Date to L7-Date-Hd1
                                     L7-Date-Hd2
              move     WS-Lit-Cust to L7-Cust-Hd1
                                     L14-Cust-HD.

     perform  Statements.
     display  "*Date    [  /  /    ]*                 *" at 0541 with foreground-color 2.
     display  "*A/C Nos    [       ]*               ***" at 0641 with foreground-color 2.
     display  "*Value    [         ]*                 *" at 0741 with foreground-color 2.
     display  "*Group      [ ]      *                 *" at 0841 with foreground-color 2.
     display  "****************************************" at 0941 with foreground-color 2.
*>
     display  "Notes" at 1101 with foreground-color 2.
     display  "*****" at 1201 with foreground-color 2.
     display  " (1)  -   <Date>  :  Appears on statement" AT 1401 with foreground-color 2.
     display  " (2)  -   <A/C>   :  A/C's to match for printing" at 1501 with foreground-color 2.
     display  " (3)  -   <Value> :  Minimum O/S to print" AT 1601 with foreground-color 2.
     display  " (4)  -   <Group> :  Y = one statement for head office A/C's group" at 1701 with foreground-color 2.
*>
 date-input.
*>*********
     move     0752 to curs.
     perform  accept-money.
     move     amt-ok to pay-value.
*>
 group-input.
*>**********
*>
     move     "N" to group-reply.
     if       customer-in not = spaces
              accept group-reply at 0854 with foreground-color 3 update UPPER.
*>
 flavour-in.
*>*********
     end-if
     perform  Sales-Open-Input.
     open     output print-file.
*>
     if       group-reply = "Y"
              perform  Group-Statement
              go to Main-End.
*>
     if       customer-in = spaces
              go to read-sales.
          and Sales-Currency not = "GBP"
              perform zz090-Get-FX-Rate.
*>
     perform  zz096-Set-Language.
     perform  Stmt-Address.
*>
     perform  headings-1.
*>
*>
     move     zero to l12-s-invoice l12-r-invoice.
     move     ws-test-date to l12-date.
     move     WS-Lit-Unapplied to l12-desc.
     move     space to l12-close.
     multiply -1 by sales-unapplied.
     move     sales-unapplied to l12-s-amount l12-r-amount.
     add      sales-unapplied to bal-0.
              compute oi-paid       rounded = oi-paid       * WS-Stmt-Rate
              compute oi-p-c        rounded = oi-p-c        * WS-Stmt-Rate.
*>
     perform  Stmt-Item-Format.
*>
 bypass-ageing.
*>
              move WS-Stmt-Rate   to l13a-rate
              write print-record from line-13a after 2
              move 1 to l-p.
*>
     if       bal-ret not = zero
              move WS-Lit-Retention to l13b-lit
              move bal-ret        to l13b-amount
              write print-record from line-13b after 2
              move 1 to l-p.
*>
     if       Email-Stmt-Is-Open
              string  "TOTALS,,,Current/30/60/90/Total,"
*>
     move     zero  to  bal-0   bal-30
                        bal-60  bal-90
                        bal-t   bal-ret l-p.
*>
*> Loop time.......get another punter.
*>
     if       WS-Cont-Open = "Y"
              close Contact-File
              move "N" to WS-Cont-Open.
     set      Lang-Fn-Close to true.
     call     "sl946" using Lang-Call-Block file-defs.
     close    print-file.                    *> open-item-file-s sales-file
     perform  Sales-Close.
     if       FS-Cobol-Files-Used             *> Make it a null file
*>
 main-exit.   exit section.
*>********    ****
*>
 Group-Statement     section.
*>==========================
*>
*>  Consolidated statement for a head office (customer-in) and all its
*>   branches - addressed to the head office, each branch's unapplied
*>   cash and open items under a branch line, aged as one.  Always in
*>   home currency and on paper.  15/10/26.
*>
     open     input Cust-Group-File.
     if       WS-CG-Status not = zero
              go to Group-Not-Head.
     move     customer-in to CG-Customer WS-Group-Head.
     read     Cust-Group-File
              invalid key
              close Cust-Group-File
              go to Group-Not-Head
     end-read
     if       CG-Parent not = WS-Group-Head
              close Cust-Group-File
              go to Group-Not-Head.
*>
     move     WS-Group-Head to WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Read-Indexed.
     if       fs-reply not = zero
              close Cust-Group-File
              go to Group-Not-Head.
     if       FS-Cobol-Files-Used
              perform OTM3-Open-Input.
     move     zero to WS-Stmt-Rate.
     move     sales-address to address-A.
     perform  zz096-Set-Language.
     perform  Stmt-Address.
     perform  headings-1.
*>
     move     WS-Group-Head to CG-Parent.
     start    Cust-Group-File key not < CG-Parent
              invalid key
              go to Group-End
     end-start.
*>
 Group-Next-Member.
     read     Cust-Group-File next record
              at end
              go to Group-End
     end-read
     if       CG-Parent not = WS-Group-Head
              go to Group-End.
     move     CG-Customer to WS-Group-Member WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Read-Indexed.
     if       fs-reply not = zero
              go to Group-Next-Member.
*>
     move     WS-Group-Member to l17-account.
     move     Sales-Name      to l17-name.
     perform  Group-Page-Check.
     write    print-record from line-17 after 1.
*>
     if       sales-unapplied = zero
              go to Group-Items.
     move     zero to l12-s-invoice l12-r-invoice.
     move     ws-test-date to l12-date.
     move     WS-Lit-Unapplied to l12-desc.
     move     space to l12-close.
     multiply -1 by sales-unapplied.
     move     sales-unapplied to l12-s-amount l12-r-amount.
     add      sales-unapplied to bal-0.
     add      sales-unapplied to bal-t.
     perform  Group-Page-Check.
     write    print-record from line-12 after 1.
*>
 Group-Items.
     move     WS-Group-Member to oi3-customer.
     move     zero to oi3-invoice.
     move     1 to File-Key-No.
     set      fn-not-less-than to true.
     perform  OTM3-Start.
     if       fs-reply not = zero
              go to Group-Next-Member.
*>
 Group-Next-Item.
     perform  OTM3-Read-Next.
     if       fs-reply not = zero
           or oi-customer not = WS-Group-Member
              go to Group-Next-Member.
     if       oi-type = 1  or  4
              go to Group-Next-Item.
     if       oi-type = 5 or 6
              move  zero  to  oi-invoice.
     perform  Stmt-Item-Format.
     move     zero  to  amount-out.
     perform  Group-Page-Check.
     write    print-record  from  line-12 after 1.
     go       to Group-Next-Item.
*>
 Group-End.
     perform  End-Statement thru End-Stat-Do.
     perform  OTM3-Close.
     close    Cust-Group-File.
     go       to main-exit.
*>
 Group-Not-Head.
     display  SL339   at 2301 with foreground-color 4.
     display  SL003   at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 main-exit.   exit section.
*>********    ****
*>
 Group-Page-Check    section.
*>==========================
*>
     add      1  to  l-p.
     if       l-p  >  28
              move  spaces  to  print-record
              write  print-record after 8 lines
              perform  headings-1
              move  1  to  l-p.
*>
 main-exit.   exit section.
*>********    ****
*>
 Stmt-Address        section.
*>==========================
*>
*>  Customer and our address blocks from address-A and the sales rec.
*>
     move     sales-name  to  l7-c-name.
*>
     move     1  to  a.
     unstring address-A  delimited  by  sl-delim
              into  address-line count a pointer  a.
     move     address-line  to  l8-c-address.
*>
     move     spaces  to  address-line.
     unstring address-A  delimited  by  sl-delim
              into  address-line count a pointer  a.
     move     address-line  to  l9-c-address.
*>
     move     spaces  to  address-line.
     unstring address-A delimited  by  sl-delim
              into  address-line count a pointer  a.
     move     address-line  to  l10-c-address.
*>
     move     spaces to address-line.
     unstring address-A delimited  by  sl-delim
              into  address-line  count a pointer  a.
     move     address-line  to  l14-c-address.
*>
     move     spaces to address-line.
     unstring address-A delimited  by  sl-delim
              into  address-line  count a pointer  a.
     move     address-line  to  l11-c-address.
*>
     move     usera  to l1-s-name         l2-r-name.
     move     address-1  to  l2-s-address l3-r-address.
     move     address-2  to  l3-s-address l4-r-address.
     move     address-3  to  l4-s-address l5-r-address.
     move     address-4  to  l5-s-address.
*>
*> Note that ws-test-date still has the pre-converted date from the accept
*>
     move     ws-test-date  to  l8-s-date l8-r-date.
*>
     move     WS-Sales-Key  to  l8-r-cust l11-s-cust.
*>
 main-exit.   exit section.
*>********    ****
*>
 Stmt-Item-Format    section.
*>==========================
*>
*>  Builds line-12 from the open item and ages it into the balances.
*>
     move     oi-invoice  to  l12-s-invoice
                              l12-r-invoice.
*>
     move     oi-date  to  u-bin.
     perform  zz060-Convert-Date.
     move     ws-date   to  l12-date.
*>
     move     spaces  to  l12-desc  l12-close.
     move     1  to  z.
*>
     if       oi-type = 2
              string  WS-Lit-Goods-Per delimited  by "  "
                      " "              delimited  by size
                         into l12-desc  pointer  z
              string  oi-description  delimited  by  "  "
                         into l12-desc  pointer  z
     else
      if      oi-type = 3
              move  1  to  y
              string  WS-Lit-Cr-Note delimited  by "  "
                      " "            delimited  by size
                         into l12-desc  pointer  y
              move oi-cr to ws-inv8
              string  ws-inv delimited  by  size
                         into l12-desc  pointer  y
      else
       if     oi-type = 6
              move WS-Lit-Allocated to l12-desc
       else
              move  WS-Lit-Payment to  l12-desc.
*>
     if       oi-type = 2 and
              oi-description = spaces
              move WS-Lit-Goods to l12-desc.
*>
     add      oi-net        oi-extra      oi-carriage
              oi-vat        oi-discount   oi-e-vat
              oi-deduct-amt oi-deduct-vat oi-c-vat     giving  inv-amount.
*>
*> Invoices Only Here
*>
     if       oi-type = 2
              subtract   oi-paid  from  inv-amount  giving  amount-out
              add   amount-out oi-p-c  giving l12-s-amount
              move  amount-out  to  l12-r-amount.
     if       oi-type = 2
       and    amount-out = zero
       and    oi-p-c = zero
              move  inv-amount  to  l12-s-amount.
*>
*> Cr. Notes Only Here.
*>
     if       oi-type = 3
              move  inv-amount to  l12-s-amount
              add   oi-paid    to inv-amount
              move inv-amount  to l12-r-amount.
*>
*> Payments  Only Here.
*>
     if       oi-type = 5  or  6
              if  oi-paid  not negative
                  multiply  -1  by  oi-paid.
     if       oi-type = 5  or  6
              if  oi-approp  not negative
                  multiply  -1  by  oi-approp.
     if       oi-type = 5  or  6
              subtract oi-approp from oi-paid giving amount-out
              move  amount-out  to  l12-r-amount
              move  oi-paid  to  l12-s-amount.
*>
*> Contract retention held back (sl956) - not due, so not aged.
*>
     if       oi-type = 2
          and oi-hold-flag = "R"
              move  "["  to  l12-desc (31:1)
              move  "]"  to  l12-close
              move  zero to  l12-r-invoice  l12-r-amount
              add   amount-out  to  bal-ret
              go to main-exit.
*>
     subtract oi-date  from  pay-date  giving  work-1.
*>
*> Now work out ageing
*> (dont worry if paid in full - routine still works ok)
*>
     if       work-1  <  30
              add  amount-out  to  bal-0
     else
      if      work-1  <  60
              add  amount-out  to  bal-30
      else
       if     work-1  <  90
              add  amount-out  to  bal-60
       else
              add  amount-out  to  bal-90.
*>
     add      amount-out  to  bal-t.
*>
 main-exit.   exit section.
*>********    ****
*>
 headings-1          section.
*>==========================
     move     WS-Mail-To      to Mq-To.
     move     WS-Mail-From    to Mq-From.
     move     Usera           to Mq-Merge-1.
     move     spaces          to Mq-Merge-2.
     move     WS-Last-Lang    to Mq-Merge-3.      *> 15/10/26 mail wording.
     move     WS-Email-Stmt-Filename to Mq-Attachment.
     accept   Mq-Queued-Date  from date YYYYMMDD.
     accept   Mq-Queued-Time  from time.
     write    Mail-Queue-Record.
     close    Mail-Queue-File.
 zz085-Exit.  exit section.
*>
 zz096-Set-Language       section.
*>********************************
*>
*>  15/10/26 - the customer's language (sl945) for this statement;
*>  when it differs from the last one printed the headings, legends
*>  and item narrative are looked up again via sl946 - English
*>  wherever no translation is held.
*>
     set      Lang-Fn-Customer to true.
     move     WS-Sales-Key to Lang-Customer.
     call     "sl946" using Lang-Call-Block file-defs.
     if       Lang-Code = WS-Last-Lang
              go to zz096-Exit.
     move     Lang-Code to WS-Last-Lang.
     set      Lang-Fn-Text to true.
*>
     move     "SL110-01" to Lang-Text-Id.
     move     51 to Lang-Max-Len.
     move     "PLEASE RETURN A COPY OF STATEMENT WITH YOUR PAYMENT" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to L15-Ret-Head.
     move     "SL110-02" to Lang-Text-Id.
     move     9 to Lang-Max-Len.
     move     "INVOICE #" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to L16-Inv-HD1.
     move     "SL110-03" to Lang-Text-Id.
     move     4 to Lang-Max-Len.
     move     "DATE" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to L16-Date-HD.
     move     "SL110-04" to Lang-Text-Id.
     move     11 to Lang-Max-Len.
     move     "EXPLANATION" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to L16-Exp-HD.
     move     "SL110-05" to Lang-Text-Id.
     move     6 to Lang-Max-Len.
     move     "AMOUNT" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to L16-Amd-HD1.
     move     "SL110-06" to Lang-Text-Id.
     move     9 to Lang-Max-Len.
     move     "INVOICE #" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to L16-Inv-HD2.
     move     "SL110-07" to Lang-Text-Id.
     move     10 to Lang-Max-Len.
     move     "    AMOUNT" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to L16-Amd-HD2.
     move     "SL110-08" to Lang-Text-Id.
     move     8 to Lang-Max-Len.
     move     "Branch: " to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to l17-lit.
     move     "SL110-09" to Lang-Text-Id.
     move     7 to Lang-Max-Len.
     move     "CURRENT" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to TH-Current-HD.
     move     "SL110-10" to Lang-Text-Id.
     move     7 to Lang-Max-Len.
     move     "30 DAYS" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to TH-30-HD.
     move     "SL110-11" to Lang-Text-Id.
     move     7 to Lang-Max-Len.
     move     "60 DAYS" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to TH-60-HD.
     move     "SL110-12" to Lang-Text-Id.
     move     8 to Lang-Max-Len.
     move     "90+ DAYS" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to TH-90-HD.
     move     "SL110-13" to Lang-Text-Id.
     move     9 to Lang-Max-Len.
     move     "TOTAL DUE" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to TH-Total-HD1.
     move     "SL110-14" to Lang-Text-Id.
     move     9 to Lang-Max-Len.
     move     "TOTAL DUE" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to TH-Total-HD2.
     move     "SL110-15" to Lang-Text-Id.
     move     4 to Lang-Max-Len.
     move     "DATE" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to WS-Lit-Date.
     move     "SL110-16" to Lang-Text-Id.
     move     8 to Lang-Max-Len.
     move     "CUST.No." to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to WS-Lit-Cust.
     move     "SL110-17" to Lang-Text-Id.
     move     24 to Lang-Max-Len.
     move     "Statement amounts are in" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to l13a-lit.
     move     "SL110-18" to Lang-Text-Id.
     move     10 to Lang-Max-Len.
     move     " at rate" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to l13a-rate-lit.
     move     "SL110-19" to Lang-Text-Id.
     move     31 to Lang-Max-Len.
     move     "Unapplied Credit Balance" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to WS-Lit-Unapplied.
     move     "SL110-20" to Lang-Text-Id.
     move     20 to Lang-Max-Len.
     move     "Goods As Per -" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to WS-Lit-Goods-Per.
     move     "SL110-21" to Lang-Text-Id.
     move     22 to Lang-Max-Len.
     move     "Credit Note Re. Inv -" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to WS-Lit-Cr-Note.
     move     "SL110-22" to Lang-Text-Id.
     move     31 to Lang-Max-Len.
     move     "Unapplied Credit Allocated" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to WS-Lit-Allocated.
     move     "SL110-23" to Lang-Text-Id.
     move     31 to Lang-Max-Len.
     move     "Payment. Received With Thanks" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to WS-Lit-Payment.
     move     "SL110-24" to Lang-Text-Id.
     move     31 to Lang-Max-Len.
     move     "Goods" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to WS-Lit-Goods.
     move     "SL110-25" to Lang-Text-Id.
     move     31 to Lang-Max-Len.
     move     "Retention Held - Not Yet Due" to Lang-Text.
     perform  zz097-Translate.
     move     Lang-Text to WS-Lit-Retention.
*>
     if       SL-Comp-Stat
              move     WS-Lit-Date to L7-Date-Hd1
                                      L7-Date-Hd2
              move     WS-Lit-Cust to L7-Cust-Hd1
                                      L14-Cust-HD.
*>
 zz096-Exit.
     exit     section.
*>
 zz097-Translate          section.
*>********************************
*>
*>  Lang-Text-Id, Lang-Max-Len and Lang-Text (English) set by caller.
*>
     call     "sl946" using Lang-Call-Block file-defs.
*>
 zz097-Exit.
     exit     section.
*>
 maps04       section.
*>*******************
