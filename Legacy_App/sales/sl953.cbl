       >>source free
*>*********************************************
*>                                            *
*>        Periodic Credit Limit Review        *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         sl953.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Quarterly review of Sales-Limit, which was set
*>                        when each account was opened and never looked
*>                        at again.  For every live customer with a limit
*>                        (zero = no limit, left alone) a new limit is
*>                        proposed - see ba100 for the rules:
*>                          the balance a customer paying to terms
*>                          carries on the last four Quarters turnover,
*>                          plus a month's headroom, scaled down for
*>                          slow payment (Sales-Pay-Average and
*>                          Sales-Pay-Worst against the terms) and for
*>                          each promise to pay broken in the last year
*>                          (sl923 diary); no increase while anything is
*>                          over 60 days past due (OTM3) or with two or
*>                          more broken promises; never above a live
*>                          insured limit (sl942); rounded down to 100.
*>                        (1) prints the proposals only.  (2) takes the
*>                        credit controller through each one on screen
*>                        - accept, amend or reject.  Changes go on the
*>                        customer and through mdaudit as sl010 does,
*>                        the review register prints, and customers
*>                        whose limit went up get a letter - e-mailed
*>                        (CRLR mailq template) when they take their
*>                        letters by e-mail, else printed after the
*>                        register.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04.
*>                        mdaudit.
*>                        mailq.
*>                        acas012  ->  (Sales)
*>                         salesMT.
*>                        acas019  ->  (OTM3)
*>                         otm3MT.
*>**
*>    Error messages used.
*>                        SL003
*>                        SL374    No limits to review.
*>                        SL375    Reply A, M or R.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for the periodic credit limit review.
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
 copy "selcrd.cob".
 copy "selci.cob".
 copy "selcont.cob".
 copy "selmailq.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdprint.cob".
 copy "fdcrd.cob".
 copy "fdci.cob".
 copy "fdcont.cob".
 copy "fdmailq.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL953 (3.02.00)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wssl.cob".
 copy "slwsoi3.cob".
 copy "wsmdaud.cob".
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
     03  menu-reply      pic x.
     03  ws-reply        pic x.
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  WS-Review       pic x            value "N".   *> Y on screen
     03  WS-Stop         pic x            value "N".
     03  WS-CI-Status    pic 99           value zero.
     03  WS-CRD-Open     pic x            value "N".
     03  WS-CI-Open      pic x            value "N".
     03  WS-Mail-Sent    pic 9            value zero.
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Today-8      pic 9(8)         value zero.
     03  WS-Year-Ago     binary-long      value zero.
     03  WS-Terms        pic 999          value zero.
     03  WS-Turnover     pic s9(9)v99  comp-3 value zero.
     03  WS-Base         pic s9(9)v99  comp-3 value zero.
     03  WS-Factor       pic s999         value zero.   *> percent
     03  WS-Proposed     pic 9(8)         value zero.
     03  WS-New-Limit    pic 9(8)         value zero.
     03  WS-Old-Limit    pic 9(8)         value zero.
     03  WS-Insured      pic 9(8)         value zero.
     03  WS-Hundreds     pic 9(6)         value zero.
     03  WS-Balance      pic s9(9)v99  comp-3 value zero.
     03  WS-Overdue      pic s9(9)v99  comp-3 value zero.
     03  WS-Overdue-60   pic s9(9)v99  comp-3 value zero.
     03  WS-Item-Out     pic s9(9)v99  comp-3 value zero.
     03  WS-Past-Due     pic s9(5)        value zero.
     03  WS-Broken       pic 99           value zero.
     03  WS-Decision     pic x            value space.
     03  WS-Reason       pic x(24)        value spaces.
     03  WS-Proposals    pic 9(5)         value zero.
     03  WS-Changed      pic 9(5)         value zero.
     03  WS-Raised       pic 9(5)         value zero.
     03  WS-Mail-To      pic x(64)        value spaces.
     03  WS-Lx           pic 999          value zero.
     03  WS-Disp-Amt     pic z(7)9.99-.
     03  WS-Disp-Limit   pic z(7)9.
     03  WS-Disp-Days    pic zzz9.
     03  WS-Disp-Nos     pic z9.
     03  mdw-int         pic -(10)9.
     03  a               pic 999          value zero.
*>
*>  Customers whose limit went up - for the letters once the review
*>   is over.
*>
 01  WS-Letter-Table.
     03  WS-Letter                    occurs 500.
         05  WS-LT-Cust      pic x(7).
         05  WS-LT-Old       pic 9(8).
         05  WS-LT-New       pic 9(8).
*>
 01  Error-Messages.
     03  SL003          pic x(28) value "SL003 Hit Return To Continue".
     03  SL374          pic x(42) value "SL374 No credit limits to change this run".
     03  SL375          pic x(35) value "SL375 Reply A, M, R or Esc to stop".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(40)       value "Credit Limit Review".
     03  l1-mode         pic x(36)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  filler          pic x(66)       value
         "Cust    Name                    Turnover Terms  Avg Worst  Overdue".
     03  filler          pic x(66)       value
         " 60+ Past Due Brkn   Insured  Current  Proposed      New  Action".
*>
 01  line-3.
     03  l3-cust         pic x(7)b.
     03  l3-name         pic x(20)b.
     03  l3-turnover     pic z(8)9-.
     03  l3-terms        pic bzzz9.
     03  l3-avg          pic bzzz9.
     03  l3-worst        pic bzzzz9.
     03  l3-overdue      pic bz(7)9-.
     03  l3-overdue-60   pic bz(8)9-.
     03  l3-broken       pic bbzz9.
     03  l3-insured      pic bz(8)9.
     03  l3-current      pic bz(7)9.
     03  l3-proposed     pic bz(8)9.
     03  l3-new          pic bz(7)9.
     03  filler          pic xx.
     03  l3-action       pic x(8).
*>
 01  line-4.
     03  filler          pic x(20)       value spaces.
     03  l4-text         pic x(112).
*>
 01  line-5.
     03  filler          pic x(16)       value "Proposals".
     03  l5-props        pic zzzz9.
     03  filler          pic x(20)       value "    Limits changed".
     03  l5-changed      pic zzzz9.
     03  filler          pic x(16)       value "    Raised".
     03  l5-raised       pic zzzz9.
*>
*>  Letter lines.
*>
 01  line-L.
     03  filler          pic x(10)       value spaces.
     03  lL-text         pic x(72).
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
     subtract 365 from WS-Today-Bin giving WS-Year-Ago.
     move     to-day (7:4) to WS-Today-8 (1:4).
     move     to-day (4:2) to WS-Today-8 (5:2).
     move     to-day (1:2) to WS-Today-8 (7:2).
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Credit Limit Review" at 0131 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Proposed Limits Report (proof only)" at 0811 with foreground-color 2.
     display  "(2)  Review Proposals On Screen"           at 0911 with foreground-color 2.
     display  "(X)  Return To Menu"                       at 1111 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              move "N" to WS-Review
              perform  ba000-Review-Run
              go to menu-return.
     if       menu-reply = "2"
              move "Y" to WS-Review
              perform  ba000-Review-Run
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     if       WS-Mail-Sent = 1
              call "mailq" using ws-calling-data system-record
                                 to-day file-defs.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Review-Run        section.
*>==============================
*>
     move     zero to page-nos WS-Proposals WS-Changed WS-Raised.
     move     "N" to WS-Stop WS-CRD-Open WS-CI-Open.
     if       WS-Review = "Y"
              move "Review - decisions taken" to l1-mode
     else
              move "Proposals only - nothing changed" to l1-mode.
     open     output print-file.
     perform  da000-Headings.
*>
     perform  Sales-Open.
     perform  OTM3-Open-Input.
     open     input Cr-Diary-File.
     if       fs-reply = zero
              move "Y" to WS-CRD-Open.
     open     input Cred-Ins-File.
     if       WS-CI-Status = zero
              move "Y" to WS-CI-Open.
*>
 ba010-Read.
     if       WS-Stop = "Y"
              go to ba800-End.
     perform  Sales-Read-Next.
     if       fs-reply not = zero
              go to ba800-End.
     if       not Customer-Live
           or Sales-Limit = zero
              go to ba010-Read.
     perform  ba100-Propose.
     if       WS-Proposed = Sales-Limit
              go to ba010-Read.
     add      1 to WS-Proposals.
     move     Sales-Limit to WS-Old-Limit.
     move     zero        to WS-New-Limit.
     move     "Proposed"  to WS-Reason.
     if       WS-Review = "Y"
              perform bc000-Screen-Decision.
     if       WS-Stop = "Y"
              go to ba800-End.
     perform  bd000-Print-Line.
     go       to ba010-Read.
*>
 ba800-End.
     perform  Sales-Close.
     perform  OTM3-Close.
     if       WS-CRD-Open = "Y"
              close Cr-Diary-File.
     if       WS-CI-Open = "Y"
              close Cred-Ins-File.
     move     WS-Proposals to l5-props.
     move     WS-Changed   to l5-changed.
     move     WS-Raised    to l5-raised.
     write    print-record from line-5 after 3.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     if       WS-Proposals = zero
              display SL374 at 2301 with foreground-color 4.
     if       WS-Raised not = zero
              perform ca000-Letters.
     display  "Credit limit review register printed." at 2201 with foreground-color 2 erase eol.
     display  SL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 ba999-exit.
     exit     section.
*>
 ba100-Propose           section.
*>==============================
*>
*>  The proposed limit for the customer in hand, in WS-Proposed:
*>   base   = last four quarters turnover x (terms + 30) / 365, the
*>            balance carried paying to terms plus a month's headroom.
*>   factor = 100% paying to terms on average, 85% up to 15 days
*>            late, 70% up to 30 late, 50% beyond; less 20 when the
*>            worst payment was over 60 days late; less 10 for each
*>            promise broken in the last year.
*>   No increase while any item is over 60 days past due or with two
*>    or more broken promises; never above a live insured limit.
*>
     move     Sales-Credit to WS-Terms.
     if       WS-Terms = zero
              move 30 to WS-Terms.
     add      Turnover-Q1 Turnover-Q2 Turnover-Q3 Turnover-Q4
                                          giving WS-Turnover.
     if       WS-Turnover < zero
              move zero to WS-Turnover.
     compute  WS-Base = WS-Turnover * (WS-Terms + 30) / 365.
*>
     perform  bb000-Aged-Debt.
     perform  bb100-Broken-Promises.
     perform  bb200-Insured-Limit.
*>
     if       Sales-Pay-Average not > WS-Terms
              move 100 to WS-Factor
     else
      if      Sales-Pay-Average not > WS-Terms + 15
              move 85 to WS-Factor
      else
       if     Sales-Pay-Average not > WS-Terms + 30
              move 70 to WS-Factor
       else
              move 50 to WS-Factor.
     if       Sales-Pay-Worst > WS-Terms + 60
              subtract 20 from WS-Factor.
     compute  WS-Factor = WS-Factor - (WS-Broken * 10).
     if       WS-Factor < zero
              move zero to WS-Factor.
*>
     compute  WS-Hundreds = (WS-Base * WS-Factor / 100) / 100.
     compute  WS-Proposed = WS-Hundreds * 100.
     if       (WS-Overdue-60 > zero or WS-Broken > 1)
        and   WS-Proposed > Sales-Limit
              move Sales-Limit to WS-Proposed.
     if       WS-Insured not = zero
        and   WS-Proposed > WS-Insured
              move WS-Insured to WS-Proposed.
*>
 ba199-exit.
     exit     section.
*>
 bb000-Aged-Debt         section.
*>==============================
*>
*>  Balance, overdue (past terms) and over 60 days past due from the
*>   customer's open invoice items.
*>
     move     zero to WS-Balance WS-Overdue WS-Overdue-60.
     move     WS-Sales-Key to oi3-customer.
     move     zero to oi3-invoice.
     move     1 to File-Key-No.
     set      fn-not-less-than to true.
     perform  OTM3-Start.
     if       fs-reply not = zero
              go to bb099-exit.
*>
 bb010-Read.
     perform  OTM3-Read-Next.
     if       fs-reply not = zero
           or oi-customer not = WS-Sales-Key
              go to bb099-exit.
     if       oi-type not = 2
           or oi-status not = zero
              go to bb010-Read.
     add      oi-net  oi-extra  oi-carriage  oi-vat  oi-c-vat
              oi-discount  oi-e-vat  oi-deduct-amt  oi-deduct-vat
                                          giving WS-Item-Out.
     subtract oi-paid from WS-Item-Out.
     if       WS-Item-Out not > zero
              go to bb010-Read.
     add      WS-Item-Out to WS-Balance.
     compute  WS-Past-Due = WS-Today-Bin - oi-date - WS-Terms.
     if       WS-Past-Due > zero
              add WS-Item-Out to WS-Overdue.
     if       WS-Past-Due > 60
              add WS-Item-Out to WS-Overdue-60.
     go       to bb010-Read.
*>
 bb099-exit.
     exit     section.
*>
 bb100-Broken-Promises   section.
*>==============================
*>
     move     zero to WS-Broken.
     if       WS-CRD-Open not = "Y"
              go to bb199-exit.
     move     WS-Sales-Key to CRD-Customer.
     move     zero to CRD-Seq.
     start    Cr-Diary-File key not less than CRD-Key
              invalid key
              go to bb199-exit.
*>
 bb110-Read.
     read     Cr-Diary-File next record
              at end
              go to bb199-exit.
     if       CRD-Customer not = WS-Sales-Key
              go to bb199-exit.
     if       CRD-Promise
        and   CRD-Broken
        and   CRD-Promise-Date not < WS-Year-Ago
        and   WS-Broken < 99
              add 1 to WS-Broken.
     go       to bb110-Read.
*>
 bb199-exit.
     exit     section.
*>
 bb200-Insured-Limit     section.
*>==============================
*>
*>  The insurer's limit on the buyer, while it has not expired.
*>
     move     zero to WS-Insured.
     if       WS-CI-Open not = "Y"
              go to bb299-exit.
     move     WS-Sales-Key to CI-Customer.
     read     Cred-Ins-File
              invalid key
              go to bb299-exit.
     if       CI-Expiry not = zero
        and   CI-Expiry < WS-Today-Bin
              go to bb299-exit.
     move     CI-Limit to WS-Insured.
*>
 bb299-exit.
     exit     section.
*>
 bc000-Screen-Decision   section.
*>==============================
*>
*>  The evidence and the proposal - A accept it, M amend it, R reject
*>   (no change), Esc stops the review here.
*>
     display  " " at 0401 with erase eos.
     display  "Customer" at 0501 with foreground-color 2.
     display  WS-Sales-Key at 0511 with foreground-color 3.
     display  Sales-Name   at 0520 with foreground-color 3.
     move     WS-Turnover to WS-Disp-Amt.
     display  "Turnover, last 4 quarters"  at 0701 with foreground-color 2.
     display  WS-Disp-Amt at 0731 with foreground-color 3.
     move     WS-Terms to WS-Disp-Days.
     display  "Terms (days)" at 0801 with foreground-color 2.
     display  WS-Disp-Days at 0837 with foreground-color 3.
     move     Sales-Pay-Average to WS-Disp-Days.
     display  "Average days to pay" at 0901 with foreground-color 2.
     display  WS-Disp-Days at 0937 with foreground-color 3.
     move     Sales-Pay-Worst to WS-Disp-Days.
     display  "Worst days to pay" at 1001 with foreground-color 2.
     display  WS-Disp-Days at 1037 with foreground-color 3.
     move     WS-Balance to WS-Disp-Amt.
     display  "Balance" at 1101 with foreground-color 2.
     display  WS-Disp-Amt at 1131 with foreground-color 3.
     move     WS-Overdue to WS-Disp-Amt.
     display  "Overdue" at 1201 with foreground-color 2.
     display  WS-Disp-Amt at 1231 with foreground-color 3.
     move     WS-Overdue-60 to WS-Disp-Amt.
     display  "Over 60 days past due" at 1301 with foreground-color 2.
     display  WS-Disp-Amt at 1331 with foreground-color 3.
     move     WS-Broken to WS-Disp-Nos.
     display  "Promises broken, last year" at 1401 with foreground-color 2.
     display  WS-Disp-Nos at 1439 with foreground-color 3.
     display  "Insured limit" at 1501 with foreground-color 2.
     if       WS-Insured = zero
              display "    none" at 1533 with foreground-color 3
     else
              move WS-Insured to WS-Disp-Limit
              display WS-Disp-Limit at 1533 with foreground-color 3.
     move     Sales-Limit to WS-Disp-Limit.
     display  "Current limit" at 1701 with foreground-color 2.
     display  WS-Disp-Limit at 1733 with foreground-color 3.
     move     WS-Proposed to WS-Disp-Limit.
     display  "Proposed limit" at 1801 with foreground-color 2.
     display  WS-Disp-Limit at 1833 with foreground-color 3 highlight.
*>
 bc010-Ask.
     display  "A accept, M amend, R reject, Esc stop [ ]" at 2001 with foreground-color 2.
     move     space to WS-Decision.
     accept   WS-Decision at 2040 with foreground-color 6 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              move "Y" to WS-Stop
              go to bc999-exit.
     if       WS-Decision not = "A" and not = "M" and not = "R"
              display SL375 at 2301 with foreground-color 4 highlight
              go to bc010-Ask.
     display  " " at 2301 with erase eol.
     if       WS-Decision = "R"
              move "Rejected" to WS-Reason
              go to bc999-exit.
     move     WS-Proposed to WS-New-Limit.
     move     "Accepted"  to WS-Reason.
     if       WS-Decision = "M"
              move "Amended" to WS-Reason
              display "New limit [        ]" at 2101 with foreground-color 2
              accept  WS-New-Limit at 2112 with foreground-color 3 update
              if      Cob-Crt-Status = Cob-Scr-Esc
                      go to bc010-Ask
              end-if
     end-if
     if       WS-New-Limit = Sales-Limit
              move "No change" to WS-Reason
              move zero to WS-New-Limit
              go to bc999-exit.
     perform  be000-Apply-Limit.
*>
 bc999-exit.
     exit     section.
*>
 bd000-Print-Line        section.
*>==============================
*>
     move     spaces to line-3.
     move     WS-Sales-Key      to l3-cust.
     move     Sales-Name        to l3-name.
     move     WS-Turnover       to l3-turnover.
     move     WS-Terms          to l3-terms.
     move     Sales-Pay-Average to l3-avg.
     move     Sales-Pay-Worst   to l3-worst.
     move     WS-Overdue        to l3-overdue.
     move     WS-Overdue-60     to l3-overdue-60.
     move     WS-Broken         to l3-broken.
     move     WS-Insured        to l3-insured.
     move     WS-Old-Limit      to l3-current.
     move     WS-Proposed       to l3-proposed.
     if       WS-New-Limit not = zero
              move WS-New-Limit to l3-new.
     move     WS-Reason         to l3-action.
     if       line-cnt > Page-Lines - 3
              perform da000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
*>
 bd999-exit.
     exit     section.
*>
 be000-Apply-Limit       section.
*>==============================
*>
*>  New limit on the customer, audited as sl010 audits it, and noted
*>   for a letter when it went up.
*>
     move     WS-New-Limit to Sales-Limit.
     perform  Sales-Rewrite.
     add      1 to WS-Changed.
*>
     move     "SL"         to MD-In-File.
     move     "sl953"      to MD-In-Prog.
     move     usera (1:12) to MD-In-User.
     move     "C"          to MD-In-Action.
     move     spaces       to MD-In-Key.
     move     WS-Sales-Key to MD-In-Key.
     move     "SALES-LIMIT" to MD-In-Field.
     move     WS-Old-Limit to mdw-int.
     move     mdw-int      to MD-In-Before.
     move     WS-New-Limit to mdw-int.
     move     mdw-int      to MD-In-After.
     move     "Y"          to MD-In-Sensitive.
     call     "mdaudit" using MD-Call-Block
                              File-Defs.
*>
     if       WS-New-Limit > WS-Old-Limit
        and   WS-Raised < 500
              add  1 to WS-Raised
              move WS-Sales-Key to WS-LT-Cust (WS-Raised)
              move WS-Old-Limit to WS-LT-Old  (WS-Raised)
              move WS-New-Limit to WS-LT-New  (WS-Raised).
*>
 be999-exit.
     exit     section.
*>
 ca000-Letters           section.
*>==============================
*>
*>  A letter to each customer whose limit went up - by e-mail when
*>   they take their letters that way, else printed, a page each.
*>
     perform  Sales-Open-Input.
     open     output print-file.
     move     zero to page-nos.
     move     1 to WS-Lx.
*>
 ca010-Next.
     if       WS-Lx > WS-Raised
              go to ca900-Done.
     move     WS-LT-Cust (WS-Lx) to WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Read-Indexed.
     if       fs-reply not = zero
              add 1 to WS-Lx
              go to ca010-Next.
     perform  cd000-Find-Contact.
     if       Email-Dunning
        and   WS-Mail-To not = spaces
              perform cb000-Queue-Email
     else
              perform cc000-Print-Letter.
     add      1 to WS-Lx.
     go       to ca010-Next.
*>
 ca900-Done.
     perform  Sales-Close.
     close    print-file.
     if       page-nos not = zero
              call "SYSTEM" using Print-Report.
*>
 ca999-exit.
     exit     section.
*>
 cb000-Queue-Email       section.
*>==============================
*>
*>  CRLR template - the new limit and who from ride in the subject.
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
     move     WS-LT-New (WS-Lx) to WS-Disp-Limit.
     move     "CRLR"          to Mq-Template-Code.
     move     WS-Mail-To      to Mq-To.
     move     Company-Email   to Mq-From.
     move     spaces          to Mq-Merge-1 Mq-Merge-2 Mq-Merge-3.
     string   WS-Disp-Limit   delimited by size
              " - "           delimited by size
              usera           delimited by "  "
                              into Mq-Merge-1.
     move     WS-Sales-Key    to Mq-Merge-2.
     move     spaces          to Mq-Attachment.
     move     "Q"             to Mq-Status.
     accept   Mq-Queued-Date  from date yyyymmdd.
     accept   Mq-Queued-Time  from time.
     move     zero            to Mq-Sent-Date.
     write    Mail-Queue-Record.
     close    Mail-Queue-File.
     move     1 to WS-Mail-Sent.
*>
 cb999-exit.
     exit     section.
*>
 cc000-Print-Letter      section.
*>==============================
*>
     add      1 to page-nos.
     move     spaces to print-record.
     write    print-record after page.
     move     usera to lL-text.
     write    print-record from line-L after 2.
     move     to-day to lL-text.
     write    print-record from line-L after 2.
     move     Sales-Name to lL-text.
     write    print-record from line-L after 3.
     move     1 to a.
*>
 cc010-Address.
     if       a > 96
              go to cc020-Body.
     move     spaces to lL-text.
     unstring Sales-Address delimited by SL-Delim
              into lL-text pointer a.
     if       lL-text not = spaces
              write print-record from line-L after 1.
     go       to cc010-Address.
*>
 cc020-Body.
     move     "Dear Sirs," to lL-text.
     write    print-record from line-L after 3.
     move     spaces to lL-text.
     string   "Credit limit - account " WS-Sales-Key
                                  delimited by size into lL-text.
     write    print-record from line-L after 2.
     move     "Following our periodic review of your account we are pleased to tell"
                                  to lL-text.
     write    print-record from line-L after 2.
     move     WS-LT-New (WS-Lx) to WS-Disp-Limit.
     move     spaces to lL-text.
     string   "you that your credit limit with us has been raised to "
                                  delimited by size
              WS-Disp-Limit       delimited by size
                                  into lL-text.
     write    print-record from line-L after 1.
     move     "with effect from today." to lL-text.
     write    print-record from line-L after 1.
     move     "Thank you for your custom." to lL-text.
     write    print-record from line-L after 2.
     move     "Yours faithfully," to lL-text.
     write    print-record from line-L after 3.
     move     "Credit Control" to lL-text.
     write    print-record from line-L after 4.
     move     usera to lL-text.
     write    print-record from line-L after 1.
*>
 cc999-exit.
     exit     section.
*>
 cd000-Find-Contact      section.
*>==============================
*>
*>  Contact flagged for letters (sl929) first, else Sales-Email.
*>
     move     spaces to WS-Mail-To.
     move     Sales-Email to WS-Mail-To.
     open     input Contact-File.
     if       fs-reply not = zero
              go to cd999-exit.
     move     WS-Sales-Key to CT-Customer.
     move     zero to CT-Seq.
     start    Contact-File key not less than CT-Key
              invalid key
              go to cd090-Close.
*>
 cd010-Loop.
     read     Contact-File next record
              at end
              go to cd090-Close.
     if       CT-Customer not = WS-Sales-Key
              go to cd090-Close.
     if       CT-Use-Dunning = "Y"
        and   CT-Email not = spaces
              move CT-Email to WS-Mail-To
              go to cd090-Close.
     go       to cd010-Loop.
*>
 cd090-Close.
     close    Contact-File.
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
     write    print-record from line-2 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     4 to line-cnt.
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
