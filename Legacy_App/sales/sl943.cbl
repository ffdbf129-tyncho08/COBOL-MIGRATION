       >>source free
*>*********************************************
*>                                            *
*>       Invoice Discounting (Factoring)      *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         sl943.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Invoice discounting facility (fdfac.cob).
*>                        Daily assignment run - every OTM3 item not
*>                        yet notified to the factor, dated on or after
*>                        the facility start: invoices posted by sl060,
*>                        credit notes and the cash posted by sl100.
*>                        Prints the numbered assignment schedule and
*>                        writes FACTSCHD.CSV for the factor, marking
*>                        each item as assigned so it goes only once.
*>                        Factor current account - drawdowns, charges,
*>                        payments to the factor and adjustments are
*>                        entered here; funds in use are those less
*>                        the assigned cash the factor has banked, and
*>                        availability is the assigned debt at the
*>                        advance percentage less funds in use.
*>                        Monthly - reconcile the assigned debt and
*>                        funds in use at the factor's statement date
*>                        to the statement, with the month's movements
*>                        and anything dated after it.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     Maps04.
*>                        acas012 (Sales), acas019 (OTM3).
*>**
*>    Error messages used.
*>                        SL003
*>                        SL332    Facility details not set up.
*>                        SL333    No new items to assign.
*>                        SL334    Transaction code must be D, C, P or A.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for the invoice discounting facility.
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
 copy "selfac.cob".
 copy "selprint.cob".
*>
*>  Daily assignment schedule for upload to the factor - wsnames slot.
*>
     select  Fac-Sched-File  assign File-119
                             organization line sequential
                             status WS-FS-Status.
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdfac.cob".
 copy "fdprint.cob".
*>
 fd  Fac-Sched-File.
 01  Fac-Sched-Record       pic x(120).
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL943 (3.02.00)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wssl.cob".
 copy "slwsoi3.cob".
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
     03  WS-Fac-Status   pic 99           value zero.
     03  WS-FS-Status    pic 99           value zero.
     03  WS-New-Record   pic x            value "N".
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-As-At        binary-long      value zero.
     03  WS-From-Bin     binary-long      value zero.
     03  WS-Sched-No     pic 9(5)         value zero.
     03  WS-Trans-No     pic 9(8)         value zero.
     03  WS-Sign         pic x            value "+".
     03  WS-Amount-In    pic 9(9)v99      value zero.
     03  WS-Advance-In   pic 99.99.
     03  WS-Gross        pic s9(9)v99  comp-3  value zero.
     03  WS-Item-Amt     pic s9(9)v99  comp-3  value zero.
     03  WS-Type-Text    pic x(8)         value spaces.
     03  WS-Item-Cnt     pic 9(5)         value zero.
     03  WS-Last-Cust    pic x(7)         value spaces.
*>
*>  Facility record kept here while the file is read through.
*>
     03  WS-Fac-Name     pic x(30)        value spaces.
     03  WS-Fac-Client   pic x(15)        value spaces.
     03  WS-Fac-Advance  pic 99v99   comp-3  value zero.
     03  WS-Fac-Start    binary-long      value zero.
     03  WS-Fac-Stmt     binary-long      value zero.
*>
*>  Balances as at WS-As-At and movements since WS-From-Bin.
*>
     03  WS-Balances                 comp-3.
         05  WS-Debt          pic s9(9)v99 value zero.
         05  WS-FIU           pic s9(9)v99 value zero.
         05  WS-Advance-Amt   pic s9(9)v99 value zero.
         05  WS-Available     pic s9(9)v99 value zero.
         05  WS-P-Inv         pic s9(9)v99 value zero.
         05  WS-P-Cr          pic s9(9)v99 value zero.
         05  WS-P-Cash        pic s9(9)v99 value zero.
         05  WS-P-Draw        pic s9(9)v99 value zero.
         05  WS-P-Chg         pic s9(9)v99 value zero.
         05  WS-P-Paid        pic s9(9)v99 value zero.
         05  WS-P-Adj         pic s9(9)v99 value zero.
         05  WS-Later-Amt     pic s9(9)v99 value zero.
         05  WS-Stmt-Debt     pic s9(9)v99 value zero.
         05  WS-Stmt-FIU      pic s9(9)v99 value zero.
         05  WS-Diff          pic s9(9)v99 value zero.
         05  WS-Tot-Inv       pic s9(9)v99 value zero.
         05  WS-Tot-Cr        pic s9(9)v99 value zero.
         05  WS-Tot-Cash      pic s9(9)v99 value zero.
     03  WS-Later-Cnt    pic 9(5)         value zero.
     03  WS-CSV-Line     pic x(120)       value spaces.
     03  WS-Detail-Hold  pic x(70)        value spaces.
     03  WS-CSV-Name     pic x(30)        value spaces.
     03  WS-CSV-Amount   pic -(9)9.99.
     03  WS-CSV-Item     pic 9(8).
     03  WS-CSV-Sched    pic 9(5).
     03  WS-CSV-Cnt      pic 9(5).
     03  WS-CSV-Date     pic x(10).
     03  WS-CSV-Run-Date pic x(10).
     03  display-9       pic z(8)9.99-.
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
     03  SL332          pic x(48) value "SL332 Facility details not set up - use option 1".
     03  SL333          pic x(28) value "SL333 No new items to assign".
     03  SL334          pic x(43) value "SL334 Transaction code must be D, C, P or A".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(50)       value spaces.
     03  filler          pic x(26)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  l2-head         pic x(132)      value spaces.
*>
 01  line-3.
     03  l3-cust         pic x(9).
     03  l3-name         pic x(31).
     03  l3-item         pic z(7)9.
     03  filler          pic x(2)        value spaces.
     03  l3-type         pic x(10).
     03  l3-date         pic x(12).
     03  l3-amount       pic z(8)9.99cr.
*>
 01  line-4.
     03  l4-item         pic z(7)9.
     03  filler          pic x(2)        value spaces.
     03  l4-date         pic x(12).
     03  l4-type         pic x(16).
     03  l4-ref          pic x(22).
     03  l4-amount       pic z(8)9.99cr.
*>
 01  line-6.
     03  l6-head         pic x(40).
     03  l6-count        pic zz,zz9       blank when zero.
     03  filler          pic x(4)        value spaces.
     03  l6-amount       pic z(8)9.99cr.
     03  filler          pic x(4)        value spaces.
     03  l6-amount2      pic z(8)9.99cr  blank when zero.
     03  filler          pic x(4)        value spaces.
     03  l6-amount3      pic z(8)9.99cr  blank when zero.
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
     open     i-o Factor-File.
     if       WS-Fac-Status not = zero
              open  output Factor-File
              close Factor-File
              open  i-o    Factor-File.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Invoice Discounting" at 0130 with foreground-color 2.
     perform  zz070-Convert-Date.
     display  ws-date at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Facility Details"                   at 0811 with foreground-color 2.
     display  "(2)  Daily Assignment Schedule"          at 0911 with foreground-color 2.
     display  "(3)  Factor Account Transactions"        at 1011 with foreground-color 2.
     display  "(4)  Current Account & Availability"     at 1111 with foreground-color 2.
     display  "(5)  Reconcile Factor Statement"         at 1211 with foreground-color 2.
     display  "(X)  Return To Menu"                     at 1411 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Facility
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-Assignment-Run
              go to menu-return.
     if       menu-reply = "3"
              perform  da000-Transactions
              go to menu-return.
     if       menu-reply = "4"
              perform  ea000-Current-Account
              go to menu-return.
     if       menu-reply = "5"
              perform  fa000-Reconcile
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    Factor-File.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Facility          section.
*>==============================
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Invoice Discounting Facility" at 0127 with foreground-color 2.
*>
     perform  ma000-Read-Facility.
     if       WS-Fac-Status not = zero
              move "Y" to WS-New-Record
              move "0" to Fac-Type
              move spaces to Fac-Customer Facp-Name Facp-Client
              move zero to Fac-Item Facp-Advance Facp-Last-Sched
                           Facp-Last-Trans Facp-Stmt-Date
              move WS-Today-Bin to Facp-Start
     else
              move "N" to WS-New-Record.
*>
     display  "Factor                    [                              ]" at 0701 with foreground-color 2.
     display  "Our client number         [               ]" at 0801 with foreground-color 2.
     display  "Advance percentage        [     ]" at 0901 with foreground-color 2.
     display  "Assign items dated from   [          ]" at 1001 with foreground-color 2.
     display  "Last schedule number       " at 1201 with foreground-color 2.
     display  Facp-Last-Sched at 1229 with foreground-color 3.
     display  "Statement reconciled to    " at 1301 with foreground-color 2.
     if       Facp-Stmt-Date not = zero
              move Facp-Stmt-Date to u-bin
              perform zz060-Convert-Date
              display ws-date at 1329 with foreground-color 3.
*>
     accept   Facp-Name at 0728 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     accept   Facp-Client at 0828 with foreground-color 3 update UPPER.
     move     Facp-Advance to WS-Advance-In.
     accept   WS-Advance-In at 0928 with foreground-color 3 update.
     move     WS-Advance-In to Facp-Advance.
*>
 ba010-Start.
     move     Facp-Start to u-bin.
     perform  zz060-Convert-Date.
     accept   ws-date at 1028 with foreground-color 3 update.
     move     ws-date to ws-Test-Date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              go to ba010-Start.
     move     u-bin to Facp-Start.
*>
     display  "OK to save (Y/N) ? [Y]" at 1601 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 1621 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to ba999-exit.
     if       WS-New-Record = "Y"
              write Factor-Record
     else
              rewrite Factor-Record.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Assignment-Run    section.
*>==============================
*>
*>  Every OTM3 invoice, credit note and payment dated from the start
*>   of the facility that has no assignment record yet goes on to
*>   today's schedule.  Pro-formas and receipts (types 1, 4) are not
*>   ledger debts and are left off.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Daily Assignment Schedule" at 0128 with foreground-color 2.
     perform  ma000-Read-Facility.
     if       WS-Fac-Status not = zero
              display SL332 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ca999-exit.
     add      1 Facp-Last-Sched giving WS-Sched-No.
     display  "Produce assignment schedule       for today (Y/N) ? [N]"
                                     at 0801 with foreground-color 2.
     display  WS-Sched-No at 0831 with foreground-color 3.
     move     "N" to ws-reply.
     accept   ws-reply at 0853 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to ca999-exit.
*>
     perform  zz070-Convert-Date.
     move     ws-date to WS-CSV-Run-Date.
     move     WS-Sched-No to WS-CSV-Sched.
     open     output Fac-Sched-File.
     move     spaces to WS-CSV-Line.
     string   "CLIENT,SCHEDULE,DATE,TYPE,ACCOUNT,NAME,ITEM,ITEM DATE,AMOUNT"
                            delimited by size into WS-CSV-Line.
     write    Fac-Sched-Record from WS-CSV-Line.
*>
     move     spaces to l1-title.
     string   "Assignment Schedule " WS-Sched-No " to " WS-Fac-Name
                            delimited by size into l1-title.
     move     spaces to l2-head.
     string   "Customer Name                              Item  Type      Item Date"
              "         Amount       Client " WS-Fac-Client
                            delimited by size into l2-head.
     move     zero to page-nos WS-Item-Cnt WS-Tot-Inv WS-Tot-Cr WS-Tot-Cash.
     move     99   to line-cnt.
     move     spaces to WS-Last-Cust.
     open     output print-file.
     perform  zb000-Headings.
     perform  Sales-Open-Input.
     perform  OTM3-Open-Input.
*>
     move     low-values to oi3-customer.
     move     zero to oi3-invoice.
     move     1 to File-Key-No.
     set      fn-not-less-than to true.
     perform  OTM3-Start.
     if       fs-reply not = zero
              go to ca900-End.
*>
 ca010-Read.
     perform  OTM3-Read-Next.
     if       fs-reply not = zero
              go to ca900-End.
     if       oi-type = 1 or = 4
              go to ca010-Read.
     if       oi-date < WS-Fac-Start
              go to ca010-Read.
     move     "A"         to Fac-Type.
     move     oi-customer to Fac-Customer.
     move     oi-invoice  to Fac-Item.
     read     Factor-File
              invalid key
              go to ca020-Assign
     end-read
     go       to ca010-Read.
*>
 ca020-Assign.
     perform  mb000-Item-Amount.
     if       WS-Item-Amt = zero
              go to ca010-Read.
     if       oi-customer not = WS-Last-Cust
              move oi-customer to WS-Last-Cust WS-Sales-Key
              move 1 to File-Key-No
              perform Sales-Read-Indexed
              if  fs-reply not = zero
                  move spaces to Sales-Name
              end-if
     end-if
*>
     move     spaces to Fac-Detail.
     move     "A"           to Fac-Type.
     move     oi-customer   to Fac-Customer.
     move     oi-invoice    to Fac-Item.
     move     WS-Today-Bin  to Fac-Date.
     move     WS-Item-Amt   to Fac-Amount.
     move     oi-type       to Fac-Code.
     move     WS-Sched-No   to Fac-Schedule.
     move     spaces        to Fac-Ref.
     write    Factor-Record.
*>
     move     oi-date to u-bin.
     perform  zz060-Convert-Date.
     move     spaces to line-3.
     move     oi-customer  to l3-cust.
     move     Sales-Name   to l3-name.
     move     oi-invoice   to l3-item.
     move     WS-Type-Text to l3-type.
     move     ws-date      to l3-date.
     move     WS-Item-Amt  to l3-amount.
     if       line-cnt > Page-Lines - 3
              perform zb000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
     add      1 to WS-Item-Cnt.
*>
     move     ws-date       to WS-CSV-Date.
     move     Sales-Name    to WS-CSV-Name.
     inspect  WS-CSV-Name replacing all "," by " ".
     move     oi-invoice    to WS-CSV-Item.
     move     WS-Item-Amt   to WS-CSV-Amount.
     move     spaces to WS-CSV-Line.
     string   WS-Fac-Client   delimited by space
              ","  WS-CSV-Sched    delimited by size
              ","  WS-CSV-Run-Date delimited by size
              ","  WS-Type-Text    delimited by space
              ","  oi-customer     delimited by space
              ","  WS-CSV-Name     delimited by "  "
              ","  WS-CSV-Item     delimited by size
              ","  WS-CSV-Date     delimited by size
              ","  WS-CSV-Amount   delimited by size
                                   into WS-CSV-Line.
     write    Fac-Sched-Record from WS-CSV-Line.
     go       to ca010-Read.
*>
 ca900-End.
     perform  OTM3-Close.
     perform  Sales-Close.
     move     WS-Item-Cnt to WS-CSV-Cnt.
     add      WS-Tot-Inv WS-Tot-Cr WS-Tot-Cash giving WS-Gross.
     move     WS-Gross    to WS-CSV-Amount.
     move     spaces to WS-CSV-Line.
     string   "TOTAL," WS-CSV-Cnt "," WS-CSV-Amount
                            delimited by size into WS-CSV-Line.
     write    Fac-Sched-Record from WS-CSV-Line.
     close    Fac-Sched-File.
*>
     move     spaces to line-6.
     move     "Invoices assigned" to l6-head.
     move     WS-Tot-Inv to l6-amount.
     write    print-record from line-6 after 3.
     move     spaces to line-6.
     move     "Credit notes" to l6-head.
     move     WS-Tot-Cr to l6-amount.
     write    print-record from line-6 after 1.
     move     spaces to line-6.
     move     "Cash received" to l6-head.
     move     WS-Tot-Cash to l6-amount.
     write    print-record from line-6 after 1.
     move     spaces to line-6.
     move     "Net movement in assigned debt, items" to l6-head.
     move     WS-Item-Cnt to l6-count.
     move     WS-Gross to l6-amount.
     write    print-record from line-6 after 2.
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>
     if       WS-Item-Cnt = zero
              display SL333 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ca999-exit.
     perform  ma000-Read-Facility.
     move     WS-Sched-No to Facp-Last-Sched.
     rewrite  Factor-Record.
*>
 ca999-exit.
     exit     section.
*>
 da000-Transactions      section.
*>==============================
*>
*>  Factor current account entries.  D drawdown and C charges add to
*>   funds in use, P our payment to the factor reduces them, A an
*>   adjustment either way.
*>
     perform  ma000-Read-Facility.
     if       WS-Fac-Status not = zero
              display SL332 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to da999-exit.
*>
 da010-Screen.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Factor Account Transactions" at 0127 with foreground-color 2.
     display  "Code  [ ]  D = Drawdown  C = Charges/Interest  P = Paid to Factor  A = Adjustment"
                                                     at 0601 with foreground-color 2.
     display  "Date  [          ]"                   at 0801 with foreground-color 2.
     display  "Amount[            ]  Sign [+]  (+ adds to funds in use)"
                                                     at 0901 with foreground-color 2.
     display  "Ref   [                    ]"         at 1001 with foreground-color 2.
     move     space to Fac-Code.
     accept   Fac-Code at 0607 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or Fac-Code = space
              go to da999-exit.
     if       Fac-Code not = "D" and not = "C" and not = "P" and not = "A"
              display SL334 at 2301 with foreground-color 4 highlight
              go to da010-Screen.
     display  " " at 2301 with erase eol.
*>
 da020-Date.
     perform  zz070-Convert-Date.
     accept   ws-date at 0807 with foreground-color 3 update.
     move     ws-date to ws-Test-Date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              go to da020-Date.
     move     u-bin to Fac-Date.
*>
     move     zero to WS-Amount-In.
     accept   WS-Amount-In at 0907 with foreground-color 3 update.
     move     "+" to WS-Sign.
     if       Fac-Code = "P"
              move "-" to WS-Sign.
     if       Fac-Code = "A"
              accept WS-Sign at 0930 with foreground-color 3 update
     else
              display WS-Sign at 0930 with foreground-color 3.
     move     spaces to Fac-Ref.
     accept   Fac-Ref at 1007 with foreground-color 3 update.
     if       WS-Amount-In = zero
              go to da010-Screen.
*>
     display  "OK to post (Y/N) ? [Y]" at 1401 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 1421 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to da010-Screen.
*>
     move     WS-Amount-In to Fac-Amount.
     if       WS-Sign = "-"
              multiply -1 by Fac-Amount.
     move     Fac-Detail to WS-Detail-Hold.     *> while counter updated
     perform  ma000-Read-Facility.
     add      1 to Facp-Last-Trans.
     move     Facp-Last-Trans to WS-Trans-No.
     rewrite  Factor-Record.
     move     WS-Detail-Hold to Fac-Detail.
     move     "T"         to Fac-Type.
     move     spaces      to Fac-Customer.
     move     WS-Trans-No to Fac-Item.
     move     zero        to Fac-Schedule.
     write    Factor-Record.
     go       to da010-Screen.
*>
 da999-exit.
     exit     section.
*>
 ea000-Current-Account   section.
*>==============================
*>
*>  Lists the current account entries and the position today.
*>
     perform  ma000-Read-Facility.
     if       WS-Fac-Status not = zero
              display SL332 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ea999-exit.
     move     spaces to l1-title.
     string   "Factor Current Account - " WS-Fac-Name
                            delimited by size into l1-title.
     move     "    Trans  Date        Type            Reference                     Amount"
                                                     to l2-head.
     move     zero to page-nos.
     move     99   to line-cnt.
     open     output print-file.
     perform  zb000-Headings.
*>
     move     "T"    to Fac-Type.
     move     spaces to Fac-Customer.
     move     zero   to Fac-Item.
     start    Factor-File key not < Fac-Key
              invalid key
              go to ea900-Position
     end-start.
*>
 ea010-Next.
     read     Factor-File next record
              at end
              go to ea900-Position
     end-read
     if       not Fac-Trans
              go to ea900-Position.
     move     Fac-Date to u-bin.
     perform  zz060-Convert-Date.
     move     spaces to line-4.
     move     Fac-Item   to l4-item.
     move     ws-date    to l4-date.
     perform  mc000-Trans-Text.
     move     WS-Type-Text to l4-type.
     move     Fac-Ref    to l4-ref.
     move     Fac-Amount to l4-amount.
     if       line-cnt > Page-Lines - 3
              perform zb000-Headings.
     write    print-record from line-4 after 1.
     add      1 to line-cnt.
     go       to ea010-Next.
*>
 ea900-Position.
     move     WS-Today-Bin to WS-As-At.
     move     WS-Fac-Stmt  to WS-From-Bin.
     perform  ha000-Balances.
     perform  hb000-Print-Position.
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Factor Current Account" at 0129 with foreground-color 2.
     display  "Assigned debt          " at 0701 with foreground-color 2.
     move     WS-Debt to display-9.
     display  display-9 at 0725 with foreground-color 3.
     display  "Funds in use           " at 0801 with foreground-color 2.
     move     WS-FIU to display-9.
     display  display-9 at 0825 with foreground-color 3.
     display  "Advance at       %     " at 0901 with foreground-color 2.
     move     WS-Fac-Advance to WS-Advance-In.
     display  WS-Advance-In at 0912 with foreground-color 3.
     move     WS-Advance-Amt to display-9.
     display  display-9 at 0925 with foreground-color 3.
     display  "Availability           " at 1001 with foreground-color 2.
     move     WS-Available to display-9.
     display  display-9 at 1025 with foreground-color 3.
     display  SL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 ea999-exit.
     exit     section.
*>
 fa000-Reconcile         section.
*>==============================
*>
*>  Factor's statement at a date against our account built to the
*>   same date.  The month's movements (since the last reconciled
*>   statement) are shown for ticking off and items dated after the
*>   statement are left out of both balances.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Reconcile Factor Statement" at 0127 with foreground-color 2.
     perform  ma000-Read-Facility.
     if       WS-Fac-Status not = zero
              display SL332 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to fa999-exit.
*>
     display  "Statement date              [          ]" at 0701 with foreground-color 2.
     display  "Factor's closing debt       [            ]" at 0801 with foreground-color 2.
     display  "Factor's funds in use       [            ]  Sign [+]" at 0901 with foreground-color 2.
*>
 fa010-Date.
     perform  zz070-Convert-Date.
     accept   ws-date at 0730 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to fa999-exit.
     move     ws-date to ws-Test-Date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              go to fa010-Date.
     move     u-bin to WS-As-At.
     move     zero to WS-Amount-In.
     accept   WS-Amount-In at 0830 with foreground-color 3 update.
     move     WS-Amount-In to WS-Stmt-Debt.
     move     zero to WS-Amount-In.
     accept   WS-Amount-In at 0930 with foreground-color 3 update.
     move     WS-Amount-In to WS-Stmt-FIU.
     move     "+" to WS-Sign.
     accept   WS-Sign at 0950 with foreground-color 3 update.
     if       WS-Sign = "-"
              multiply -1 by WS-Stmt-FIU.
*>
     move     WS-Fac-Stmt to WS-From-Bin.
     perform  ha000-Balances.
*>
     move     spaces to l1-title.
     move     WS-As-At to u-bin.
     perform  zz060-Convert-Date.
     string   "Factor Statement Reconciliation at " ws-date
                            delimited by size into l1-title.
     move     "                                               Ours      Factor's" &
              "    Difference" to l2-head.
     move     zero to page-nos.
     move     99   to line-cnt.
     open     output print-file.
     perform  zb000-Headings.
*>
     move     spaces to line-6.
     move     "Movements since last reconciliation" to l6-head.
     write    print-record from line-6 after 1.
     move     "  Invoices assigned" to l6-head.
     move     WS-P-Inv to l6-amount.
     write    print-record from line-6 after 2.
     move     "  Credit notes assigned" to l6-head.
     move     WS-P-Cr to l6-amount.
     write    print-record from line-6 after 1.
     move     "  Cash assigned" to l6-head.
     move     WS-P-Cash to l6-amount.
     write    print-record from line-6 after 1.
     move     "  Drawdowns" to l6-head.
     move     WS-P-Draw to l6-amount.
     write    print-record from line-6 after 1.
     move     "  Charges and interest" to l6-head.
     move     WS-P-Chg to l6-amount.
     write    print-record from line-6 after 1.
     move     "  Paid to factor" to l6-head.
     move     WS-P-Paid to l6-amount.
     write    print-record from line-6 after 1.
     move     "  Adjustments" to l6-head.
     move     WS-P-Adj to l6-amount.
     write    print-record from line-6 after 1.
*>
     move     spaces to line-6.
     move     "Assigned debt" to l6-head.
     move     WS-Debt to l6-amount.
     move     WS-Stmt-Debt to l6-amount2.
     subtract WS-Stmt-Debt from WS-Debt giving WS-Diff.
     move     WS-Diff to l6-amount3.
     write    print-record from line-6 after 3.
     move     spaces to line-6.
     move     "Funds in use" to l6-head.
     move     WS-FIU to l6-amount.
     move     WS-Stmt-FIU to l6-amount2.
     subtract WS-Stmt-FIU from WS-FIU giving WS-Diff.
     move     WS-Diff to l6-amount3.
     write    print-record from line-6 after 1.
     move     spaces to line-6.
     move     "Availability (ours)" to l6-head.
     move     WS-Available to l6-amount.
     write    print-record from line-6 after 1.
     move     spaces to line-6.
     move     "Items dated after the statement, excluded" to l6-head.
     move     WS-Later-Cnt to l6-count.
     move     WS-Later-Amt to l6-amount.
     write    print-record from line-6 after 2.
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>
     display  "Mark statement as reconciled (Y/N) ? [N]" at 1201 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 1239 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to fa999-exit.
     perform  ma000-Read-Facility.
     move     WS-As-At to Facp-Stmt-Date.
     rewrite  Factor-Record.
*>
 fa999-exit.
     exit     section.
*>
 ha000-Balances          section.
*>==============================
*>
*>  Input  WS-As-At, WS-From-Bin.  Assigned debt and funds in use
*>   from everything dated up to WS-As-At, movements dated after
*>   WS-From-Bin, count and net of anything after WS-As-At.
*>
     move     zero to WS-Debt WS-FIU WS-P-Inv WS-P-Cr WS-P-Cash WS-P-Draw
                      WS-P-Chg WS-P-Paid WS-P-Adj WS-Later-Amt WS-Later-Cnt.
     move     "A"    to Fac-Type.
     move     spaces to Fac-Customer.
     move     zero   to Fac-Item.
     start    Factor-File key not < Fac-Key
              invalid key
              go to ha900-Available
     end-start.
*>
 ha010-Next.
     read     Factor-File next record
              at end
              go to ha900-Available
     end-read
     if       Fac-Date > WS-As-At
              add 1 to WS-Later-Cnt
              add Fac-Amount to WS-Later-Amt
              go to ha010-Next.
     if       Fac-Trans
              go to ha020-Trans.
     add      Fac-Amount to WS-Debt.
     if       Fac-Code = "5" or = "6"
              add Fac-Amount to WS-FIU.
     if       Fac-Date not > WS-From-Bin
              go to ha010-Next.
     if       Fac-Code = "2"
              add Fac-Amount to WS-P-Inv
     else
      if      Fac-Code = "3"
              add Fac-Amount to WS-P-Cr
      else
              add Fac-Amount to WS-P-Cash.
     go       to ha010-Next.
*>
 ha020-Trans.
     add      Fac-Amount to WS-FIU.
     if       Fac-Date not > WS-From-Bin
              go to ha010-Next.
     if       Fac-Code = "D"
              add Fac-Amount to WS-P-Draw.
     if       Fac-Code = "C"
              add Fac-Amount to WS-P-Chg.
     if       Fac-Code = "P"
              add Fac-Amount to WS-P-Paid.
     if       Fac-Code = "A"
              add Fac-Amount to WS-P-Adj.
     go       to ha010-Next.
*>
 ha900-Available.
     compute  WS-Advance-Amt rounded = WS-Debt * WS-Fac-Advance / 100.
     subtract WS-FIU from WS-Advance-Amt giving WS-Available.
*>
 ha999-exit.
     exit     section.
*>
 hb000-Print-Position    section.
*>==============================
*>
     move     spaces to line-6.
     move     "Assigned debt" to l6-head.
     move     WS-Debt to l6-amount.
     write    print-record from line-6 after 3.
     move     spaces to line-6.
     move     "Advance at facility percentage" to l6-head.
     move     WS-Advance-Amt to l6-amount.
     write    print-record from line-6 after 1.
     move     spaces to line-6.
     move     "Less funds in use" to l6-head.
     move     WS-FIU to l6-amount.
     write    print-record from line-6 after 1.
     move     spaces to line-6.
     move     "Availability" to l6-head.
     move     WS-Available to l6-amount.
     write    print-record from line-6 after 2.
*>
 hb999-exit.
     exit     section.
*>
 ma000-Read-Facility     section.
*>==============================
*>
*>  Reads the facility record and keeps what the runs need as the
*>   record area is reused when the file is read through.
*>
     move     "0"    to Fac-Type.
     move     spaces to Fac-Customer.
     move     zero   to Fac-Item.
     read     Factor-File
              invalid key
              go to ma999-exit
     end-read
     move     Facp-Name      to WS-Fac-Name.
     move     Facp-Client    to WS-Fac-Client.
     move     Facp-Advance   to WS-Fac-Advance.
     move     Facp-Start     to WS-Fac-Start.
     move     Facp-Stmt-Date to WS-Fac-Stmt.
*>
 ma999-exit.
     exit     section.
*>
 mb000-Item-Amount       section.
*>==============================
*>
*>  Signed as it moves the assigned debt - the same make up of an
*>   item as sl120 uses.
*>
     add      oi-net  oi-extra  oi-carriage  oi-vat  oi-c-vat
              oi-discount  oi-e-vat  oi-deduct-amt  oi-deduct-vat
                                               giving WS-Gross.
     if       oi-type = 2
              move WS-Gross to WS-Item-Amt
              add  WS-Gross to WS-Tot-Inv
              move "INVOICE" to WS-Type-Text
              go to mb999-exit.
     if       oi-type = 3
              move WS-Gross to WS-Item-Amt          *> held negative
              add  WS-Item-Amt to WS-Tot-Cr
              move "CREDIT" to WS-Type-Text
              go to mb999-exit.
     compute  WS-Item-Amt = zero - oi-paid.
     add      WS-Item-Amt to WS-Tot-Cash.
     move     "CASH" to WS-Type-Text.
*>
 mb999-exit.
     exit     section.
*>
 mc000-Trans-Text        section.
*>==============================
*>
     move     "Adjustment" to WS-Type-Text.
     if       Fac-Code = "D"
              move "Drawdown" to WS-Type-Text.
     if       Fac-Code = "C"
              move "Charges" to WS-Type-Text.
     if       Fac-Code = "P"
              move "Paid" to WS-Type-Text.
*>
 mc999-exit.
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
