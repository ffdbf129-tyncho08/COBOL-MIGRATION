       >>source free
*>*********************************************
*>                                            *
*>     Paying-In Slips & Bank Deposits        *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         sl954.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Cheques and cash taken in sl080 go to the bank
*>                        in bundles - a numbered deposit (deposit.dat)
*>                        opened against a bank a/c when the receipts
*>                        are keyed.  The bank statement shows the one
*>                        lump sum, so the deposit is what the cash book
*>                        and xl190 see.
*>                        (1) prints the paying-in slip: every cheque
*>                        (drawer, amount) and the cash by denomination,
*>                        the count keyed here and made to agree with
*>                        the cash receipts.  The first print banks the
*>                        deposit - status B, dated today - and writes
*>                        the one cash book entry (xl144) for its total,
*>                        ref DEPnnnnnn, the same ref xl190 lodges it
*>                        under.  Later prints are marked reprint and
*>                        change nothing.
*>                        (2) reports deposits not yet seen on a bank
*>                        statement - still open, or banked and not yet
*>                        cleared on the reconciliation - with where
*>                        each stands on xl190.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04.
*>**
*>    Error messages used.
*>                        SL003
*>                        SL376    No deposits on file.
*>                        SL377    Deposit not found.
*>                        SL378    Deposit has no receipts.
*>                        SL379    Cash count does not agree.
*>                        SL380    No deposits outstanding.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for paying-in slips and deposit batching.
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
 copy "seldep.cob".
 copy "selbank.cob".
 copy "selbrec.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdprint.cob".
 copy "fddep.cob".
 copy "fdbank.cob".
 copy "fdbrec.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL954 (3.02.00)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
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
     03  menu-reply      pic x.
     03  ws-reply        pic x.
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  WS-Stop         pic x            value "N".
     03  WS-Reprint      pic x            value "N".
     03  WS-Bank-Open    pic x            value "N".
     03  WS-Brec-Open    pic x            value "N".
     03  WS-Dep-No       pic 9(8)         value zero.
     03  WS-Dep-Disp     pic 9(6)         value zero.
     03  WS-Dep-Ref      pic x(10)        value spaces.
     03  WS-Dep-Bank     pic xx           value spaces.
     03  WS-Dep-Status   pic x            value space.
     03  WS-Dep-Opened   pic 9(8)         value zero.
     03  WS-Dep-Banked   pic 9(8)         value zero.
     03  WS-Dep-Items    pic 9(4)         value zero.
     03  WS-Dep-Cheques  pic s9(7)v99  comp-3 value zero.
     03  WS-Dep-Cash     pic s9(7)v99  comp-3 value zero.
     03  WS-Dep-Total    pic s9(7)v99  comp-3 value zero.
     03  WS-Counted      pic s9(7)v99  comp-3 value zero.
     03  WS-Denom-Value  pic s9(7)v99  comp-3 value zero.
     03  WS-Cheque-Nos   pic 9(4)         value zero.
     03  WS-Today-8      pic 9(8)         value zero.
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Days         pic s9(5)        value zero.
     03  WS-CCYYMMDD     pic 9(8)         value zero.
     03  WS-Date-Out     pic x(10)        value spaces.
     03  WS-Sort-Edit    pic 99b99b99.
     03  WS-Count        pic 9(5)         value zero.
     03  WS-Row          pic 99           value zero.
     03  WS-Dx           pic 99    comp   value zero.
     03  WS-Listed       pic 9(5)         value zero.
     03  WS-Out-Total    pic s9(9)v99  comp-3 value zero.
     03  WS-Disp-Amt     pic z(6)9.99-.
     03  WS-Disp-Items   pic zzz9.
*>
*>  Cash counted for the slip, by denomination, 50.00 down to 0.01.
*>
 01  WS-Denom-Counts.
     03  WS-Denom-Count  pic 9(5)         occurs 12.
*>
 01  WS-Denom-Values.
     03  filler          pic 9(4)   value 5000.
     03  filler          pic 9(4)   value 2000.
     03  filler          pic 9(4)   value 1000.
     03  filler          pic 9(4)   value 0500.
     03  filler          pic 9(4)   value 0200.
     03  filler          pic 9(4)   value 0100.
     03  filler          pic 9(4)   value 0050.
     03  filler          pic 9(4)   value 0020.
     03  filler          pic 9(4)   value 0010.
     03  filler          pic 9(4)   value 0005.
     03  filler          pic 9(4)   value 0002.
     03  filler          pic 9(4)   value 0001.
 01  WS-Denom-Table  redefines WS-Denom-Values.
     03  WS-Denom-Pence  pic 9(4)   occurs 12.
*>
 01  WS-Denom-Names.
     03  filler          pic x(5)   value "50.00".
     03  filler          pic x(5)   value "20.00".
     03  filler          pic x(5)   value "10.00".
     03  filler          pic x(5)   value " 5.00".
     03  filler          pic x(5)   value " 2.00".
     03  filler          pic x(5)   value " 1.00".
     03  filler          pic x(5)   value " 0.50".
     03  filler          pic x(5)   value " 0.20".
     03  filler          pic x(5)   value " 0.10".
     03  filler          pic x(5)   value " 0.05".
     03  filler          pic x(5)   value " 0.02".
     03  filler          pic x(5)   value " 0.01".
 01  WS-Denom-Name-Table  redefines WS-Denom-Names.
     03  WS-Denom-Name   pic x(5)   occurs 12.
*>
 01  Error-Messages.
     03  SL003          pic x(28) value "SL003 Hit Return To Continue".
     03  SL376          pic x(26) value "SL376 No deposits on file".
     03  SL377          pic x(25) value "SL377 Deposit not found".
     03  SL378          pic x(35) value "SL378 Deposit has no receipts in it".
     03  SL379          pic x(47) value "SL379 Cash count does not agree with cash taken".
     03  SL380          pic x(42) value "SL380 No deposits waiting for a statement".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(40)       value spaces.
     03  l1-mode         pic x(36)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
*>  Paying-in slip.
*>
 01  line-S1.
     03  filler          pic x(12)       value "Deposit No. ".
     03  lS1-dep         pic 9(6).
     03  filler          pic x(12)       value "   Bank a/c ".
     03  lS1-bank        pic xx.
     03  filler          pic x           value space.
     03  lS1-name        pic x(24).
     03  filler          pic x(12)       value "  Sort code ".
     03  lS1-sort        pic x(8).
     03  filler          pic x(11)       value "   Account ".
     03  lS1-acct        pic 9(8).
     03  filler          pic x(10)       value "   Banked ".
     03  lS1-date        pic x(10).
*>
 01  line-S2.
     03  filler          pic x(66)       value
         "Cheques     Drawer                          Customer     Folio".
     03  filler          pic x(14)       value "        Amount".
*>
 01  line-S3.
     03  filler          pic x(12)       value spaces.
     03  lS3-drawer      pic x(30)b(2).
     03  lS3-cust        pic x(7)b(2).
     03  lS3-folio       pic z(7)9b(4).
     03  lS3-amount      pic z(6)9.99.
*>
 01  line-S4.
     03  filler          pic x(12)       value "Cash".
     03  lS4-denom       pic x(5).
     03  filler          pic x(3)        value " x ".
     03  lS4-count       pic zzzz9.
     03  filler          pic x(57)       value spaces.
     03  lS4-amount      pic z(6)9.99.
*>
 01  line-S5.
     03  lS5-text        pic x(42).
     03  lS5-nos         pic zzzz9.
     03  filler          pic x(35)       value spaces.
     03  lS5-amount      pic z(6)9.99.
*>
*>  Deposits not yet seen on a statement.
*>
 01  line-R2.
     03  filler          pic x(66)       value
         "Deposit Bank Status             Opened     Banked      Days Items".
     03  filler          pic x(60)       value
         "     Cheques       Cash      Total  On reconciliation".
*>
 01  line-R3.
     03  lR3-dep         pic 9(6)b(3).
     03  lR3-bank        pic xxb(3).
     03  lR3-status      pic x(18)b.
     03  lR3-opened      pic x(10)b.
     03  lR3-banked      pic x(10)b.
     03  lR3-days        pic zzzz9b.
     03  lR3-items       pic zzzz9b(2).
     03  lR3-cheques     pic z(6)9.99b.
     03  lR3-cash        pic z(6)9.99b.
     03  lR3-total       pic z(6)9.99b(2).
     03  lR3-rec         pic x(24).
*>
 01  line-R4.
     03  filler          pic x(16)       value "Deposits listed".
     03  lR4-nos         pic zzzz9.
     03  filler          pic x(56)       value spaces.
     03  filler          pic x(12)       value "Total".
     03  lR4-total       pic z(8)9.99.
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
     accept   WS-Today-8 from date YYYYMMDD.
     move     WS-Today-8 to WS-CCYYMMDD.
     perform  zz060-CCYYMMDD-To-Bin.
     move     u-bin to WS-Today-Bin.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Paying-In Slips" at 0133 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Print Paying-In Slip"              at 0811 with foreground-color 2.
     display  "(2)  Deposits Not Yet On A Statement"   at 0911 with foreground-color 2.
     display  "(X)  Return To Menu"                    at 1111 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Paying-In-Slip
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-Not-Seen-Report
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Paying-In-Slip    section.
*>==============================
*>
*>  Print the slip for a deposit.  An open one has its cash counted
*>  by denomination first and is banked by the print; one already
*>  banked is simply printed again.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Paying-In Slip" at 0133 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
     open     i-o Deposit-File.
     if       fs-reply not = zero
              display SL376 at 2301 with foreground-color 4
              perform zz090-Hit-Return
              go to ba999-exit.
*>
 ba010-Deposit-No.
     display  "Deposit number [      ]" at 0501 with foreground-color 2.
     move     zero to WS-Dep-Disp.
     accept   WS-Dep-Disp at 0517 with foreground-color 6 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Dep-Disp = zero
              go to ba900-Close.
     move     WS-Dep-Disp to WS-Dep-No.
     move     "H" to DEP-Rec-Type.
     move     WS-Dep-No to DEP-No.
     move     zero to DEP-Line.
     read     Deposit-File
              invalid key
              display SL377 at 2301 with foreground-color 4
              go to ba010-Deposit-No.
     if       DEPH-Items = zero
              display SL378 at 2301 with foreground-color 4
              go to ba010-Deposit-No.
     display  " " at 2301 with erase eol.
*>
     move     DEPH-Bank    to WS-Dep-Bank.
     move     DEPH-Status  to WS-Dep-Status.
     move     DEPH-Opened  to WS-Dep-Opened.
     move     DEPH-Banked  to WS-Dep-Banked.
     move     DEPH-Items   to WS-Dep-Items.
     move     DEPH-Cheques to WS-Dep-Cheques.
     move     DEPH-Cash    to WS-Dep-Cash.
     add      DEPH-Cheques DEPH-Cash giving WS-Dep-Total.
     move     1 to WS-Dx.
*>
 ba020-Save-Counts.
     move     DEPH-Denom-Count (WS-Dx) to WS-Denom-Count (WS-Dx).
     add      1 to WS-Dx.
     if       WS-Dx not > 12
              go to ba020-Save-Counts.
*>
     display  "Bank a/c" at 0701 with foreground-color 2.
     display  WS-Dep-Bank at 0710 with foreground-color 3.
     move     WS-Dep-Items to WS-Disp-Items.
     display  "Items" at 0714 with foreground-color 2.
     display  WS-Disp-Items at 0720 with foreground-color 3.
     move     WS-Dep-Cheques to WS-Disp-Amt.
     display  "Cheques" at 0727 with foreground-color 2.
     display  WS-Disp-Amt at 0735 with foreground-color 3.
     move     WS-Dep-Cash to WS-Disp-Amt.
     display  "Cash" at 0749 with foreground-color 2.
     display  WS-Disp-Amt at 0754 with foreground-color 3.
*>
     move     "N" to WS-Reprint WS-Stop.
     if       WS-Dep-Status not = "O"
              move "Y" to WS-Reprint
              move WS-Dep-Banked to WS-CCYYMMDD
              perform zz050-CCYYMMDD-To-Text
              display "Already banked on" at 0901 with foreground-color 2
              display WS-Date-Out at 0919 with foreground-color 3
              display "- slip will print as a reprint." at 0930 with foreground-color 2
              go to ba040-Print.
*>
     if       WS-Dep-Cash not = zero
              perform bb000-Cash-Count.
     if       WS-Stop = "Y"
              go to ba900-Close.
     move     WS-Today-8 to WS-Dep-Banked.
*>
 ba040-Print.
     perform  bc000-Print-Slip.
     if       WS-Reprint = "Y"
              go to ba900-Close.
*>
*>  Banked - the counts go on the deposit with the date, and the
*>   deposit total is the one cash book entry.
*>
     move     "H" to DEP-Rec-Type.
     move     WS-Dep-No to DEP-No.
     move     zero to DEP-Line.
     read     Deposit-File
              invalid key
              go to ba900-Close.
     move     "B" to DEPH-Status.
     move     WS-Dep-Banked to DEPH-Banked.
     move     1 to WS-Dx.
*>
 ba050-Put-Counts.
     move     WS-Denom-Count (WS-Dx) to DEPH-Denom-Count (WS-Dx).
     add      1 to WS-Dx.
     if       WS-Dx not > 12
              go to ba050-Put-Counts.
     rewrite  Deposit-Record.
     perform  bd000-Cash-Book.
*>
 ba900-Close.
     close    Deposit-File.
*>
 ba999-exit.
     exit     section.
*>
 bb000-Cash-Count        section.
*>==============================
*>
*>  Count of notes and coin for each denomination, totalled until it
*>  agrees with the cash receipts in the deposit.  Esc abandons the
*>  slip and leaves the deposit open.
*>
     display  "Cash count - number of each note / coin" at 0901 with foreground-color 2.
     move     1 to WS-Dx.
*>
 bb010-Show.
     add      9 WS-Dx giving WS-Row.
     display  WS-Denom-Name (WS-Dx) at line WS-Row col 11 with foreground-color 2.
     display  "x [     ]" at line WS-Row col 17 with foreground-color 2.
     add      1 to WS-Dx.
     if       WS-Dx not > 12
              go to bb010-Show.
*>
 bb020-Count-Start.
     move     1 to WS-Dx.
     move     zero to WS-Counted.
*>
 bb030-Count.
     add      9 WS-Dx giving WS-Row.
     move     WS-Denom-Count (WS-Dx) to WS-Count.
     accept   WS-Count at line WS-Row col 20 with foreground-color 6 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              move "Y" to WS-Stop
              go to bb999-exit.
     move     WS-Count to WS-Denom-Count (WS-Dx).
     compute  WS-Denom-Value = WS-Count * WS-Denom-Pence (WS-Dx) / 100.
     add      WS-Denom-Value to WS-Counted.
     move     WS-Denom-Value to WS-Disp-Amt.
     display  WS-Disp-Amt at line WS-Row col 28 with foreground-color 3.
     add      1 to WS-Dx.
     if       WS-Dx not > 12
              go to bb030-Count.
*>
     move     WS-Counted to WS-Disp-Amt.
     display  "Counted" at 2211 with foreground-color 2.
     display  WS-Disp-Amt at 2228 with foreground-color 3.
     if       WS-Counted not = WS-Dep-Cash
              display SL379 at 2301 with foreground-color 4
              go to bb020-Count-Start.
     display  " " at 2301 with erase eol.
*>
 bb999-exit.
     exit     section.
*>
 bc000-Print-Slip        section.
*>==============================
*>
     move     zero to page-nos.
     move     "Paying-In Slip" to l1-title.
     if       WS-Reprint = "Y"
              move "** Reprint **" to l1-mode
     else
              move spaces to l1-mode.
     open     output print-file.
     perform  da000-Headings.
*>
     move     spaces to lS1-name lS1-sort.
     move     zero to lS1-acct.
     open     input Bank-File.
     if       fs-reply = zero
              move "M" to BK-Key-Type
              move WS-Dep-Bank to BK-Code
              move zero to BK-Date BK-Seq
              read Bank-File
                   invalid key
                   move spaces to BK-Name
                   move zero to BK-Sort BK-Acct
              end-read
              move BK-Name to lS1-name
              move BK-Sort to WS-Sort-Edit
              inspect WS-Sort-Edit replacing all space by "-"
              move WS-Sort-Edit to lS1-sort
              move BK-Acct to lS1-acct
              close Bank-File.
     move     WS-Dep-No to WS-Dep-Disp.
     move     WS-Dep-Disp to lS1-dep.
     move     WS-Dep-Bank to lS1-bank.
     move     WS-Dep-Banked to WS-CCYYMMDD.
     perform  zz050-CCYYMMDD-To-Text.
     move     WS-Date-Out to lS1-date.
     write    print-record from line-S1 after 2.
     write    print-record from line-S2 after 2.
     move     spaces to print-record.
     write    print-record after 1.
*>
*>  Cheques, in the order keyed.
*>
     move     zero to WS-Cheque-Nos.
     move     "I" to DEP-Rec-Type.
     move     WS-Dep-No to DEP-No.
     move     zero to DEP-Line.
     start    Deposit-File key not less than DEP-Key
              invalid key
              go to bc020-Cheques-Done.
*>
 bc010-Cheque.
     read     Deposit-File next record
              at end
              go to bc020-Cheques-Done.
     if       not Dep-Item
           or DEP-No not = WS-Dep-No
              go to bc020-Cheques-Done.
     if       not Dep-Cheque
              go to bc010-Cheque.
     move     spaces to line-S3.
     move     DEPI-Drawer   to lS3-drawer.
     move     DEPI-Customer to lS3-cust.
     move     DEPI-Folio    to lS3-folio.
     move     DEPI-Amount   to lS3-amount.
     write    print-record from line-S3 after 1.
     add      1 to WS-Cheque-Nos.
     go       to bc010-Cheque.
*>
 bc020-Cheques-Done.
     move     spaces to line-S5.
     move     "Total cheques" to lS5-text.
     move     WS-Cheque-Nos to lS5-nos.
     move     WS-Dep-Cheques to lS5-amount.
     write    print-record from line-S5 after 2.
     move     spaces to print-record.
     write    print-record after 1.
*>
*>  Cash by denomination.
*>
     move     1 to WS-Dx.
*>
 bc030-Cash.
     if       WS-Denom-Count (WS-Dx) = zero
              go to bc040-Next.
     move     WS-Denom-Name (WS-Dx)  to lS4-denom.
     move     WS-Denom-Count (WS-Dx) to lS4-count.
     compute  WS-Denom-Value = WS-Denom-Count (WS-Dx) * WS-Denom-Pence (WS-Dx) / 100.
     move     WS-Denom-Value to lS4-amount.
     write    print-record from line-S4 after 1.
*>
 bc040-Next.
     add      1 to WS-Dx.
     if       WS-Dx not > 12
              go to bc030-Cash.
*>
     move     spaces to line-S5.
     move     "Total cash" to lS5-text.
     move     WS-Dep-Cash to lS5-amount.
     write    print-record from line-S5 after 2.
     move     spaces to line-S5.
     move     "Total deposit" to lS5-text.
     move     WS-Dep-Items to lS5-nos.
     move     WS-Dep-Total to lS5-amount.
     write    print-record from line-S5 after 2.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     display  "Paying-in slip printed." at 2201 with foreground-color 2 erase eol.
     perform  zz090-Hit-Return.
*>
 bc999-exit.
     exit     section.
*>
 bd000-Cash-Book         section.
*>==============================
*>
*>  One cash book receipt (xl144) for the whole deposit, ref
*>  DEPnnnnnn - the single item xl190 matches to the statement.
*>
     open     i-o Bank-File.
     if       fs-reply not = zero
              open  output Bank-File
              close Bank-File
              open  i-o    Bank-File
              if   fs-reply not = zero
                   go to bd999-exit
              end-if.
     move     zero to BK-Seq.
*>
 bd010-Next-Seq.
     add      1 to BK-Seq.
     if       BK-Seq > 9998
              go to bd020-Write.
     move     "E" to BK-Key-Type.
     move     WS-Dep-Bank to BK-Code.
     move     WS-Dep-Banked to BK-Date.
     read     Bank-File
              invalid key
              go to bd020-Write.
     go       to bd010-Next-Seq.
*>
 bd020-Write.
     move     "E" to BK-Key-Type.
     move     WS-Dep-Bank to BK-Code.
     move     WS-Dep-Banked to BK-Date.
     move     spaces to BK-Name.
     move     zero to BK-Sort BK-Acct BK-GL.
     move     "R" to BK-Type.
     move     WS-Dep-Total to BK-Amount.
     move     WS-Dep-No to WS-Dep-Disp.
     move     spaces to BK-Ref.
     string   "DEP" WS-Dep-Disp delimited by size into BK-Ref.
     write    Bank-Record
              invalid key
              rewrite Bank-Record
     end-write
     close    Bank-File.
*>
 bd999-exit.
     exit     section.
*>
 ca000-Not-Seen-Report   section.
*>==============================
*>
*>  Every deposit the bank has not yet shown us - open ones whose
*>  slip has not printed and banked ones not yet cleared on xl190 -
*>  with days since banking and where each stands on the
*>  reconciliation file.
*>
     move     zero to page-nos WS-Listed WS-Out-Total.
     open     input Deposit-File.
     if       fs-reply not = zero
              display SL376 at 2301 with foreground-color 4
              perform zz090-Hit-Return
              go to ca999-exit.
     move     "N" to WS-Brec-Open.
     open     input Bank-Rec-File.
     if       fs-reply = zero
              move "Y" to WS-Brec-Open.
     move     "Deposits Not Yet On A Statement" to l1-title.
     move     spaces to l1-mode.
     open     output print-file.
     perform  da000-Headings.
*>
     move     "H" to DEP-Rec-Type.
     move     zero to DEP-No DEP-Line.
     start    Deposit-File key not less than DEP-Key
              invalid key
              go to ca800-End.
*>
 ca010-Read.
     read     Deposit-File next record
              at end
              go to ca800-End.
     if       not Dep-Header
              go to ca800-End.
     if       Dep-Seen
              go to ca010-Read.
     if       line-cnt > 56
              perform da000-Headings.
     move     spaces to line-R3.
     move     DEP-No to WS-Dep-Disp.
     move     WS-Dep-Disp to lR3-dep.
     move     DEPH-Bank to lR3-bank.
     move     DEPH-Opened to WS-CCYYMMDD.
     perform  zz050-CCYYMMDD-To-Text.
     move     WS-Date-Out to lR3-opened.
     move     DEPH-Items to lR3-items.
     move     DEPH-Cheques to lR3-cheques.
     move     DEPH-Cash to lR3-cash.
     add      DEPH-Cheques DEPH-Cash giving WS-Dep-Total.
     move     WS-Dep-Total to lR3-total.
     add      WS-Dep-Total to WS-Out-Total.
     if       Dep-Open
              move "Open - not printed" to lR3-status
              move "Not banked yet" to lR3-rec
              go to ca020-Print.
     move     "Banked" to lR3-status.
     move     DEPH-Banked to WS-CCYYMMDD.
     perform  zz050-CCYYMMDD-To-Text.
     move     WS-Date-Out to lR3-banked.
     perform  zz060-CCYYMMDD-To-Bin.
     if       u-bin not = zero
              subtract u-bin from WS-Today-Bin giving WS-Days
              move WS-Days to lR3-days.
*>
     move     "Not yet loaded" to lR3-rec.
     if       WS-Brec-Open = "N"
              go to ca020-Print.
     move     "L" to Brec-Type.
     move     spaces to Brec-Ref.
     string   "DEP" WS-Dep-Disp delimited by size into Brec-Ref.
     move     DEPH-Banked to Brec-Date.
     read     Bank-Rec-File
              invalid key
              go to ca020-Print.
     if       Brec-Matched
              move "Matched - not cleared" to lR3-rec
     else
              move "Outstanding lodgement" to lR3-rec.
*>
 ca020-Print.
     write    print-record from line-R3 after 1.
     add      1 to line-cnt WS-Listed.
     go       to ca010-Read.
*>
 ca800-End.
     close    Deposit-File.
     if       WS-Brec-Open = "Y"
              close Bank-Rec-File.
     move     WS-Listed to lR4-nos.
     move     WS-Out-Total to lR4-total.
     write    print-record from line-R4 after 3.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     if       WS-Listed = zero
              display SL380 at 2301 with foreground-color 4.
     display  "Deposits not yet on a statement printed." at 2201 with foreground-color 2 erase eol.
     perform  zz090-Hit-Return.
*>
 ca999-exit.
     exit     section.
*>
 da000-Headings          section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     write    print-record from line-1 after page.
     if       l1-title = "Paying-In Slip"
              go to da999-exit.
     write    print-record from line-R2 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     4 to line-cnt.
*>
 da999-exit.
     exit     section.
*>
 zz050-CCYYMMDD-To-Text  section.
*>==============================
*>
*>  WS-CCYYMMDD to WS-Date-Out as dd/mm/ccyy, spaces if none.
*>
     move     spaces to WS-Date-Out.
     if       WS-CCYYMMDD = zero
              go to zz050-exit.
     move     WS-CCYYMMDD (7:2) to WS-Date-Out (1:2).
     move     WS-CCYYMMDD (5:2) to WS-Date-Out (4:2).
     move     WS-CCYYMMDD (1:4) to WS-Date-Out (7:4).
     move     "/" to WS-Date-Out (3:1) WS-Date-Out (6:1).
*>
 zz050-exit.
     exit     section.
*>
 zz060-CCYYMMDD-To-Bin   section.
*>==============================
*>
*>  WS-CCYYMMDD to u-bin via maps04, zero if invalid.
*>
     perform  zz050-CCYYMMDD-To-Text.
     move     zero to u-bin.
     if       WS-Date-Out = spaces
              go to zz060-exit.
     move     WS-Date-Out to u-date.
     perform  maps04.
*>
 zz060-exit.
     exit     section.
*>
 zz090-Hit-Return        section.
*>==============================
*>
     display  SL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 zz090-exit.
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
