       >>source free
*>*********************************************
*>                                            *
*>       Trade Credit Insurance               *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         sl942.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Trade credit insurance (fdci.cob).  The
*>                        insurer grants its own limit on each buyer,
*>                        apart from the Sales-Limit set in sl010,
*>                        with an expiry date, and the policy is void
*>                        on any debt not notified within its overdue
*>                        window.  This program holds the policy
*>                        (number, notification window, warning days,
*>                        premium rate) and the per customer insured
*>                        limits, and produces:
*>                        The limits list - balance against insured
*>                        limit, the uninsured excess and expiring or
*>                        expired limits.
*>                        The daily overdue notification report -
*>                        every open invoice of an insured customer
*>                        whose notification deadline (due date, from
*>                        the xl141 terms engine, plus the policy
*>                        window) falls within the warning days, or
*>                        has passed.
*>                        The monthly declaration of insured turnover
*>                        per customer from the posted invoices (the
*>                        sl060 Inv-Sum-File, credit notes netted) -
*>                        printed and written as CIDECL.CSV in the
*>                        insurer's upload layout, with the premium.
*>                        sl120 prints the uninsured exposure per
*>                        customer from the same file.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     Maps04.
*>                        xl141 (terms due date).
*>                        acas012 (Sales), acas019 (OTM3).
*>**
*>    Error messages used.
*>                        SL003
*>                        SL324    Customer record not found.
*>                        SL328    Invoice summary file missing.
*>                        SL330    Policy details not set up.
*>                        SL331    No insured customers on file.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for trade credit insurance.
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
 copy "selci.cob".
 copy "selinvsum.cob".
 copy "selprint.cob".
*>
*>  Monthly declaration for upload to the insurer - wsnames slot.
*>
     select  CI-Decl-File    assign File-117
                             organization line sequential
                             status WS-CD-Status.
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdci.cob".
 copy "fdinvsum.cob".
 copy "fdprint.cob".
*>
 fd  CI-Decl-File.
 01  CI-Decl-Record         pic x(160).
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL942 (3.02.00)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wssl.cob".
 copy "slwsoi3.cob".
 copy "wsterms.cob".
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
     03  WS-CI-Status    pic 99           value zero.
     03  WS-CD-Status    pic 99           value zero.
     03  WS-ISM-FS       pic 99           value zero.
     03  WS-New-Record   pic x            value "N".
     03  WS-Cust-Hold    pic x(7)         value spaces.
     03  WS-Last-Cust    pic x(7)         value spaces.
     03  WS-Insured      pic x            value "N".
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Run-Bin      binary-long      value zero.
     03  WS-Due-Bin      binary-long      value zero.
     03  WS-Deadline     binary-long      value zero.
     03  WS-Days-Left    pic s9(5)        value zero.
     03  WS-Limit-In     pic 9(7)v99      value zero.
     03  WS-Balance      pic s9(8)v99  comp-3  value zero.
     03  WS-Uninsured    pic s9(8)v99  comp-3  value zero.
     03  WS-Gross        pic s9(8)v99  comp-3  value zero.
     03  WS-Outstanding  pic s9(8)v99  comp-3  value zero.
     03  WS-Policy-No    pic x(15)        value spaces.
     03  WS-Notify-Days  pic 999          value zero.
     03  WS-Warn-Days    pic 999          value zero.
     03  WS-Premium-Rate pic 9v9999  comp value zero.
     03  WS-Item-Cnt     pic 9(5)         value zero.
     03  WS-Cust-Cnt     pic 9(5)         value zero.
     03  WS-Tot-Out      pic s9(9)v99  comp-3  value zero.
     03  WS-Tot-Limit    pic s9(9)v99  comp-3  value zero.
     03  WS-Tot-Unins    pic s9(9)v99  comp-3  value zero.
     03  WS-From-Date8   pic 9(8)         value zero.
     03  WS-To-Date8     pic 9(8)         value zero.
     03  WS-Period       pic x(7)         value spaces.
     03  WS-Decl-Net     pic s9(9)v99  comp-3  value zero.
     03  WS-Decl-Vat     pic s9(9)v99  comp-3  value zero.
     03  WS-Decl-Gross   pic s9(9)v99  comp-3  value zero.
     03  WS-Tot-Gross    pic s9(9)v99  comp-3  value zero.
     03  WS-Premium      pic s9(7)v99  comp-3  value zero.
     03  WS-CSV-Name     pic x(30)        value spaces.
     03  WS-CSV-Line     pic x(160)       value spaces.
     03  WS-CSV-Net      pic -(9)9.99.
     03  WS-CSV-Vat      pic -(9)9.99.
     03  WS-CSV-Gross    pic -(9)9.99.
     03  WS-CSV-Limit    pic z(7)9.99.
     03  WS-CSV-Cnt      pic 9(5).
     03  display-9       pic z(6)9.99.
     03  display-rate    pic 9.9999.
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
     03  SL324          pic x(31) value "SL324 Customer record not found".
     03  SL328          pic x(55) value "SL328 Invoice summary file missing - rebuild it (sl936)".
     03  SL330          pic x(48) value "SL330 Policy details not set up - use option (1)".
     03  SL331          pic x(34) value "SL331 No insured customers on file".
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
     03  l3-ref          pic x(16).
     03  l3-balance      pic z(7)9.99cr.
     03  filler          pic x(2)        value spaces.
     03  l3-limit        pic z(7)9.99.
     03  filler          pic x(2)        value spaces.
     03  l3-unins        pic z(7)9.99cr  blank when zero.
     03  filler          pic x(2)        value spaces.
     03  l3-expiry       pic x(11).
     03  l3-flag         pic x(20).
*>
 01  line-4.
     03  l4-cust         pic x(9).
     03  l4-name         pic x(26).
     03  l4-invoice      pic z(7)9.
     03  filler          pic x(2)        value spaces.
     03  l4-date         pic x(11).
     03  l4-due          pic x(11).
     03  l4-out          pic z(6)9.99cr.
     03  filler          pic x(2)        value spaces.
     03  l4-deadline     pic x(11).
     03  l4-days         pic ----9.
     03  filler          pic x(2)        value spaces.
     03  l4-flag         pic x(30).
*>
 01  line-5.
     03  l5-cust         pic x(9).
     03  l5-name         pic x(31).
     03  l5-ref          pic x(16).
     03  l5-net          pic z(8)9.99cr.
     03  filler          pic x(2)        value spaces.
     03  l5-vat          pic z(7)9.99cr.
     03  filler          pic x(2)        value spaces.
     03  l5-gross        pic z(8)9.99cr.
     03  filler          pic x(2)        value spaces.
     03  l5-limit        pic z(7)9.99.
*>
 01  line-6.
     03  l6-head         pic x(40).
     03  l6-count        pic zz,zz9.
     03  filler          pic x(4)        value spaces.
     03  l6-amount       pic z(8)9.99cr.
     03  filler          pic x(4)        value spaces.
     03  l6-text         pic x(20).
     03  l6-amount2      pic z(8)9.99cr  blank when zero.
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
     open     i-o Cred-Ins-File.
     if       WS-CI-Status not = zero
              open  output Cred-Ins-File
              close Cred-Ins-File
              open  i-o    Cred-Ins-File.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Trade Credit Insurance" at 0129 with foreground-color 2.
     perform  zz070-Convert-Date.
     display  ws-date at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Policy Details"                     at 0811 with foreground-color 2.
     display  "(2)  Customer Insured Limits"            at 0911 with foreground-color 2.
     display  "(3)  Insured Limits / Exposure List"     at 1011 with foreground-color 2.
     display  "(4)  Overdue Notification Report"        at 1111 with foreground-color 2.
     display  "(5)  Monthly Turnover Declaration"       at 1211 with foreground-color 2.
     display  "(X)  Return To Menu"                     at 1411 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Policy
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-Customer-Limit
              go to menu-return.
     if       menu-reply = "3"
              perform  da000-Limits-List
              go to menu-return.
     if       menu-reply = "4"
              perform  ea000-Overdue-Report
              go to menu-return.
     if       menu-reply = "5"
              perform  fa000-Declaration
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    Cred-Ins-File.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Policy            section.
*>==============================
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Credit Insurance Policy" at 0129 with foreground-color 2.
*>
     move     spaces to CI-Customer.
     move     "N" to WS-New-Record.
     read     Cred-Ins-File
              invalid key
              move "Y" to WS-New-Record
              move spaces to CI-Policy-Data
              move zero to CIP-Notify-Days CIP-Warn-Days
                           CIP-Premium-Rate
     end-read
*>
     display  "Policy number             [               ]" at 0701 with foreground-color 2.
     display  "Notify overdue within     [   ] days past due date" at 0901 with foreground-color 2.
     display  "Start warning             [   ] days before that deadline" at 1001 with foreground-color 2.
     display  "Premium rate on turnover  [      ] %" at 1201 with foreground-color 2.
     accept   CIP-Policy-No at 0728 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     accept   CIP-Notify-Days at 0928 with foreground-color 3 update.
     accept   CIP-Warn-Days at 1028 with foreground-color 3 update.
     move     CIP-Premium-Rate to display-rate.
     accept   display-rate at 1228 with foreground-color 3 update.
     move     display-rate to CIP-Premium-Rate.
*>
     display  "OK to save (Y/N) ? [Y]" at 1501 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 1521 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to ba999-exit.
     move     spaces to CI-Customer.
     if       WS-New-Record = "Y"
              write Cred-Ins-Record
     else
              rewrite Cred-Ins-Record.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Customer-Limit    section.
*>==============================
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Customer Insured Limits" at 0129 with foreground-color 2.
*>
     perform  ma000-Get-Customer.
     if       WS-Cust-Hold = spaces
              go to ca999-exit.
*>
     move     WS-Cust-Hold to CI-Customer.
     move     "N" to WS-New-Record.
     read     Cred-Ins-File
              invalid key
              move "Y" to WS-New-Record
              move WS-Cust-Hold to CI-Customer
              move spaces to CI-Buyer-Data
              move zero to CI-Limit CI-Expiry CI-Notified
              move WS-Today-Bin to CI-Granted
     end-read
*>
     move     Sales-Limit to display-9.
     display  "Our credit limit (sl010)    " at 0701 with foreground-color 2.
     display  display-9 at 0730 with foreground-color 3.
     display  "Insurer's buyer reference  [               ]" at 0901 with foreground-color 2.
     display  "Insured limit              [          ]" at 1001 with foreground-color 2.
     display  "Limit granted on           [          ]" at 1101 with foreground-color 2.
     display  "Limit expires on           [          ]  (blank = no expiry)"
                                                      at 1201 with foreground-color 2.
     display  "Overdue last notified on   [          ]  (blank = never)"
                                                      at 1301 with foreground-color 2.
*>
     accept   CI-Buyer-Ref at 0929 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ca999-exit.
     move     CI-Limit to WS-Limit-In.
     accept   WS-Limit-In at 1029 with foreground-color 3 update.
     move     WS-Limit-In to CI-Limit.
*>
 ca010-Granted.
     move     CI-Granted to u-bin.
     perform  zz060-Convert-Date.
     accept   ws-date at 1129 with foreground-color 3 update.
     move     ws-date to ws-Test-Date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              go to ca010-Granted.
     move     u-bin to CI-Granted.
*>
 ca020-Expiry.
     move     spaces to ws-date.
     if       CI-Expiry not = zero
              move CI-Expiry to u-bin
              perform zz060-Convert-Date.
     accept   ws-date at 1229 with foreground-color 3 update.
     if       ws-date = spaces
              move zero to CI-Expiry
              go to ca030-Notified.
     move     ws-date to ws-Test-Date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              go to ca020-Expiry.
     move     u-bin to CI-Expiry.
*>
 ca030-Notified.
     move     spaces to ws-date.
     if       CI-Notified not = zero
              move CI-Notified to u-bin
              perform zz060-Convert-Date.
     accept   ws-date at 1329 with foreground-color 3 update.
     if       ws-date = spaces
              move zero to CI-Notified
              go to ca040-Confirm.
     move     ws-date to ws-Test-Date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              go to ca030-Notified.
     move     u-bin to CI-Notified.
*>
 ca040-Confirm.
     display  "Save, Delete or Quit (S/D/Q) ? [S]" at 1601 with foreground-color 2.
     move     "S" to ws-reply.
     accept   ws-reply at 1633 with foreground-color 6 update UPPER.
     if       ws-reply = "D"
          and WS-New-Record = "N"
              delete Cred-Ins-File record
              go to ca999-exit.
     if       ws-reply not = "S"
              go to ca999-exit.
     if       WS-New-Record = "Y"
              write Cred-Ins-Record
     else
              rewrite Cred-Ins-Record.
*>
 ca999-exit.
     exit     section.
*>
 da000-Limits-List       section.
*>==============================
*>
*>  Each insured customer: balance, insured limit, the excess over
*>   it (all of it once the limit has expired) and expiry warnings
*>   thirty days out.
*>
     move     "Credit Insurance - Insured Limits and Exposure     " to l1-title.
     move     "Customer Name                           Buyer Ref         Balance      " &
              "Insured Limit     Uninsured    Expires" to l2-head.
     move     zero to page-nos WS-Cust-Cnt WS-Tot-Out WS-Tot-Limit WS-Tot-Unins.
     move     99   to line-cnt.
     open     output print-file.
     perform  zb000-Headings.
     perform  Sales-Open-Input.
*>
     move     spaces to CI-Customer.
     start    Cred-Ins-File key > CI-Customer
              invalid key
              go to da900-End
     end-start.
*>
 da010-Next.
     read     Cred-Ins-File next record
              at end
              go to da900-End
     end-read
     move     CI-Customer to WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Read-Indexed.
     if       fs-reply not = zero
              move spaces to Sales-Name
              move zero to Sales-Current Sales-Unapplied.
     subtract Sales-Unapplied from Sales-Current giving WS-Balance.
     perform  mb000-Uninsured.
*>
     move     spaces to line-3.
     move     CI-Customer  to l3-cust.
     move     Sales-Name   to l3-name.
     move     CI-Buyer-Ref to l3-ref.
     move     WS-Balance   to l3-balance.
     move     CI-Limit     to l3-limit.
     move     WS-Uninsured to l3-unins.
     if       CI-Expiry = zero
              move "None" to l3-expiry
     else
              move CI-Expiry to u-bin
              perform zz060-Convert-Date
              move ws-date to l3-expiry.
     if       CI-Expiry not = zero
          and CI-Expiry < WS-Today-Bin
              move "** EXPIRED **" to l3-flag.
     if       CI-Expiry not < WS-Today-Bin
          and CI-Expiry not > WS-Today-Bin + 30
              move "Expires in 30 days" to l3-flag.
     if       line-cnt > Page-Lines - 3
              perform zb000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
     add      1 to WS-Cust-Cnt.
     add      WS-Balance   to WS-Tot-Out.
     add      CI-Limit     to WS-Tot-Limit.
     add      WS-Uninsured to WS-Tot-Unins.
     go       to da010-Next.
*>
 da900-End.
     perform  Sales-Close.
     move     spaces to line-6.
     move     "Insured customers, total balance" to l6-head.
     move     WS-Cust-Cnt to l6-count.
     move     WS-Tot-Out  to l6-amount.
     move     "Uninsured" to l6-text.
     move     WS-Tot-Unins to l6-amount2.
     write    print-record from line-6 after 3.
     move     spaces to line-6.
     move     "Total insured limits" to l6-head.
     move     WS-Tot-Limit to l6-amount.
     write    print-record from line-6 after 1.
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>
 da999-exit.
     exit     section.
*>
 ea000-Overdue-Report    section.
*>==============================
*>
*>  Daily.  Deadline = due date + policy window; an item shows once
*>   today is within the warning days of it.  The due date is the
*>   one sl120 ages on - xl141, falling back on Sales-Credit days.
*>
     move     spaces to CI-Customer.
     read     Cred-Ins-File
              invalid key
              display SL330 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ea999-exit
     end-read
     perform  mc000-Save-Policy.
     move     WS-Today-Bin to WS-Run-Bin.
     move     "Credit Insurance - Overdue Notification Deadlines  " to l1-title.
     move     spaces to l2-head.
     string   "Customer Name                     Invoice  Date       Due        "
              "  Outstanding  Deadline   Days  Policy " WS-Policy-No
                              delimited by size into l2-head.
     move     zero to page-nos WS-Item-Cnt WS-Tot-Out.
     move     99   to line-cnt.
     move     spaces to WS-Last-Cust.
     move     "N" to WS-Insured.
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
              go to ea900-End.
*>
 ea010-Read.
     perform  OTM3-Read-Next.
     if       fs-reply not = zero
              go to ea900-End.
     if       oi-type not = 2
           or oi-status not = zero
              go to ea010-Read.
     if       oi-customer not = WS-Last-Cust
              perform eb000-New-Customer.
     if       WS-Insured not = "Y"
              go to ea010-Read.
*>
     add      oi-net  oi-extra  oi-carriage  oi-vat  oi-c-vat
              oi-discount  oi-e-vat  oi-deduct-amt  oi-deduct-vat
                                               giving WS-Gross.
     subtract oi-paid from WS-Gross giving WS-Outstanding.
     if       WS-Outstanding not > zero
              go to ea010-Read.
*>
     set      Terms-Fn-Due to true.
     move     "S"           to Terms-Ledger.
     move     oi-customer   to Terms-Account.
     move     oi-date       to Terms-Inv-Date.
     move     Sales-Credit  to Terms-Fallback-Days.
     call     "xl141" using Terms-Call-Block file-defs.
     move     Terms-Due-Date to WS-Due-Bin.
     add      WS-Due-Bin WS-Notify-Days giving WS-Deadline.
     subtract WS-Run-Bin from WS-Deadline giving WS-Days-Left.
     if       WS-Days-Left > WS-Warn-Days
              go to ea010-Read.
*>
     move     spaces to line-4.
     move     oi-customer to l4-cust.
     move     Sales-Name  to l4-name.
     move     oi-invoice  to l4-invoice.
     move     oi-date to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l4-date.
     move     WS-Due-Bin to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l4-due.
     move     WS-Outstanding to l4-out.
     move     WS-Deadline to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l4-deadline.
     move     WS-Days-Left to l4-days.
     if       CI-Notified not = zero
          and CI-Notified not < WS-Due-Bin
              move "Notified" to l4-flag
     else
      if      WS-Days-Left < zero
              move "** DEADLINE PASSED - NOTIFY **" to l4-flag
      else
              move "Notify by deadline" to l4-flag.
     if       line-cnt > Page-Lines - 3
              perform zb000-Headings.
     write    print-record from line-4 after 1.
     add      1 to line-cnt.
     add      1 to WS-Item-Cnt.
     add      WS-Outstanding to WS-Tot-Out.
     go       to ea010-Read.
*>
 ea900-End.
     perform  OTM3-Close.
     perform  Sales-Close.
     set      Terms-Fn-Close to true.
     call     "xl141" using Terms-Call-Block file-defs.
     move     spaces to line-6.
     move     "Items at or near the notification deadline" to l6-head.
     move     WS-Item-Cnt to l6-count.
     move     WS-Tot-Out  to l6-amount.
     write    print-record from line-6 after 3.
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>
 ea999-exit.
     exit     section.
*>
 eb000-New-Customer      section.
*>==============================
*>
*>  Insured = has a limit on file.  Customer record for the name and
*>   the terms fallback.
*>
     move     oi-customer to WS-Last-Cust.
     move     "N" to WS-Insured.
     move     oi-customer to CI-Customer.
     read     Cred-Ins-File
              invalid key
              go to eb999-exit
     end-read
     if       CI-Limit = zero
              go to eb999-exit.
     move     "Y" to WS-Insured.
     move     oi-customer to WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Read-Indexed.
     if       fs-reply not = zero
              move spaces to Sales-Name
              move zero to Sales-Credit.
*>
 eb999-exit.
     exit     section.
*>
 fa000-Declaration       section.
*>==============================
*>
*>  Month's posted turnover (net + VAT, credit notes netted) per
*>   insured customer, from the Inv-Sum-File.  Printed and written
*>   as CIDECL.CSV for upload, premium at the policy rate.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Monthly Turnover Declaration" at 0127 with foreground-color 2.
*>
     move     spaces to CI-Customer.
     read     Cred-Ins-File
              invalid key
              display SL330 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to fa999-exit
     end-read
     perform  mc000-Save-Policy.
*>
 fa010-Get-Month.
     display  "Any date in the month to declare [          ]" at 0701 with foreground-color 2.
     perform  zz070-Convert-Date.
     accept   ws-date at 0735 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to fa999-exit.
     move     ws-date to ws-Test-Date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              go to fa010-Get-Month.
     move     zero to WS-From-Date8.
     move     u-date (7:4) to WS-From-Date8 (1:4).
     move     u-date (4:2) to WS-From-Date8 (5:2).
     move     "01"         to WS-From-Date8 (7:2).
     move     WS-From-Date8 to WS-To-Date8.
     move     "31"         to WS-To-Date8 (7:2).
     move     spaces to WS-Period.
     string   u-date (4:2) "/" u-date (7:4) delimited by size
                                           into WS-Period.
*>
     open     input Inv-Sum-File.
     if       WS-ISM-FS not = zero
              display SL328 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to fa999-exit.
     open     output CI-Decl-File.
     move     spaces to WS-CSV-Line.
     string   "POLICY,PERIOD,BUYER REF,ACCOUNT,NAME,NET TURNOVER,VAT,"
              "GROSS TURNOVER,INSURED LIMIT" delimited by size
                                             into WS-CSV-Line.
     write    CI-Decl-Record from WS-CSV-Line.
*>
     move     spaces to l1-title.
     string   "Credit Insurance Declaration for " WS-Period
              "  Policy " WS-Policy-No delimited by size into l1-title.
     move     "Customer Name                           Buyer Ref          Net Turnover" &
              "           VAT  Gross Turnover  Insured Limit" to l2-head.
     move     zero to page-nos WS-Cust-Cnt WS-Tot-Gross.
     move     99   to line-cnt.
     open     output print-file.
     perform  zb000-Headings.
     perform  Sales-Open-Input.
*>
     move     spaces to CI-Customer.
     start    Cred-Ins-File key > CI-Customer
              invalid key
              go to fa900-End
     end-start.
*>
 fa020-Next.
     read     Cred-Ins-File next record
              at end
              go to fa900-End
     end-read
     if       CI-Limit = zero
              go to fa020-Next.
     perform  fb000-Month-Turnover.
     if       WS-Decl-Gross = zero
              go to fa020-Next.
     move     CI-Customer to WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Read-Indexed.
     if       fs-reply not = zero
              move spaces to Sales-Name.
*>
     move     spaces to line-5.
     move     CI-Customer   to l5-cust.
     move     Sales-Name    to l5-name.
     move     CI-Buyer-Ref  to l5-ref.
     move     WS-Decl-Net   to l5-net.
     move     WS-Decl-Vat   to l5-vat.
     move     WS-Decl-Gross to l5-gross.
     move     CI-Limit      to l5-limit.
     if       line-cnt > Page-Lines - 3
              perform zb000-Headings.
     write    print-record from line-5 after 1.
     add      1 to line-cnt.
     add      1 to WS-Cust-Cnt.
     add      WS-Decl-Gross to WS-Tot-Gross.
*>
     move     Sales-Name to WS-CSV-Name.
     inspect  WS-CSV-Name replacing all "," by " ".
     move     WS-Decl-Net   to WS-CSV-Net.
     move     WS-Decl-Vat   to WS-CSV-Vat.
     move     WS-Decl-Gross to WS-CSV-Gross.
     move     CI-Limit      to WS-CSV-Limit.
     move     spaces to WS-CSV-Line.
     string   WS-Policy-No  delimited by space
              ","  WS-Period       delimited by size
              ","  CI-Buyer-Ref    delimited by space
              ","  CI-Customer     delimited by space
              ","  WS-CSV-Name     delimited by "  "
              ","  WS-CSV-Net      delimited by size
              ","  WS-CSV-Vat      delimited by size
              ","  WS-CSV-Gross    delimited by size
              ","  WS-CSV-Limit    delimited by size
                                   into WS-CSV-Line.
     write    CI-Decl-Record from WS-CSV-Line.
     go       to fa020-Next.
*>
 fa900-End.
     perform  Sales-Close.
     close    Inv-Sum-File.
     compute  WS-Premium rounded = WS-Tot-Gross * WS-Premium-Rate / 100.
     move     WS-Cust-Cnt  to WS-CSV-Cnt.
     move     WS-Tot-Gross to WS-CSV-Gross.
     move     spaces to WS-CSV-Line.
     string   "TOTAL," WS-CSV-Cnt "," WS-CSV-Gross
                            delimited by size into WS-CSV-Line.
     write    CI-Decl-Record from WS-CSV-Line.
     close    CI-Decl-File.
*>
     move     spaces to line-6.
     move     "Customers declared, gross turnover" to l6-head.
     move     WS-Cust-Cnt  to l6-count.
     move     WS-Tot-Gross to l6-amount.
     move     "Premium due" to l6-text.
     move     WS-Premium   to l6-amount2.
     write    print-record from line-6 after 3.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     if       WS-Cust-Cnt = zero
              display SL331 at 2301 with foreground-color 4 highlight.
     display  "Declaration printed and written to CIDECL.CSV" at 1201
                                            with foreground-color 2.
     display  SL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 fa999-exit.
     exit     section.
*>
 fb000-Month-Turnover    section.
*>==============================
*>
     move     zero to WS-Decl-Net WS-Decl-Vat WS-Decl-Gross.
     move     low-values    to ISM-Key.
     move     WS-From-Date8 to ISM-Date.
     start    Inv-Sum-File key not < ISM-Key
              invalid key
              go to fb999-exit
     end-start.
*>
 fb010-Next.
     read     Inv-Sum-File next record
              at end
              go to fb900-Sum
     end-read
     if       ISM-Date > WS-To-Date8
              go to fb900-Sum.
     if       ISM-Customer not = CI-Customer
              go to fb010-Next.
     add      ISM-Net to WS-Decl-Net.
     add      ISM-Vat to WS-Decl-Vat.
     go       to fb010-Next.
*>
 fb900-Sum.
     add      WS-Decl-Net WS-Decl-Vat giving WS-Decl-Gross.
*>
 fb999-exit.
     exit     section.
*>
 ma000-Get-Customer      section.
*>==============================
*>
     move     spaces to WS-Cust-Hold.
     display  "Customer  [       ]" at 0401 with foreground-color 2.
     accept   WS-Cust-Hold at 0412 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Cust-Hold = spaces
              move spaces to WS-Cust-Hold
              go to ma999-exit.
     move     WS-Cust-Hold to WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Open-Input.
     perform  Sales-Read-Indexed.
     perform  Sales-Close.
     if       fs-reply not = zero
              display SL324 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              move spaces to WS-Cust-Hold
              go to ma999-exit.
     display  Sales-Name at 0501 with foreground-color 3.
*>
 ma999-exit.
     exit     section.
*>
 mb000-Uninsured         section.
*>==============================
*>
*>  Excess of WS-Balance over the insured limit - or the whole
*>   balance once the limit has expired.
*>
     move     zero to WS-Uninsured.
     if       WS-Balance not > zero
              go to mb999-exit.
     if       CI-Expiry not = zero
          and CI-Expiry < WS-Today-Bin
              move WS-Balance to WS-Uninsured
              go to mb999-exit.
     if       WS-Balance > CI-Limit
              subtract CI-Limit from WS-Balance giving WS-Uninsured.
*>
 mb999-exit.
     exit     section.
*>
 mc000-Save-Policy       section.
*>==============================
*>
*>  Policy record shares its area with the buyer records so keep
*>   what the runs need before reading through them.
*>
     move     CIP-Policy-No    to WS-Policy-No.
     move     CIP-Notify-Days  to WS-Notify-Days.
     move     CIP-Warn-Days    to WS-Warn-Days.
     move     CIP-Premium-Rate to WS-Premium-Rate.
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
