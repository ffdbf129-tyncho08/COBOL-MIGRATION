       >>source free
*>*********************************************
*>                                            *
*>     Customer Volume Rebate Agreements      *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         sl941.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Volume rebate agreements per customer
*>                        (fdreb.cob) - a period, the product
*>                        analysis group covered (sil-pa, spaces =
*>                        every group) and up to five spend tiers,
*>                        paid retrospectively (highest tier reached
*>                        on all spend) or incrementally (each band
*>                        at its own rate).
*>                        Qualifying spend is the posted net rolled
*>                        up by sl060 into the Inv-Sum-File, so
*>                        credit notes net off and nothing unposted
*>                        counts.
*>                        The monthly accrual run works out the
*>                        rebate earned to the run date and posts
*>                        the movement since the last run through
*>                        the sl922/pl031 batch conventions - DR the
*>                        rebate expense a/c, CR the rebate accrual
*>                        a/c (reversed should spend fall back).
*>                        The settlement run, for agreements whose
*>                        period has ended, tops the accrual up to
*>                        the final figure, raises the rebate credit
*>                        note as a pending type 3 folio (the sl915
*>                        way) so it is printed, proofed and posted
*>                        by sl930/sl050/sl060 like any other and
*>                        lands on the customer's account, releases
*>                        the accrual (DR accrual, CR expense) and
*>                        prints the customer statement of
*>                        qualifying spend against each tier.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     Maps04.
*>                        fhlock.
*>                        acas005 (GL Nominal), acas006 (GL Posting),
*>                        acas007 (GL Batch), acas008 (IRS Posting),
*>                        acas012 (Sales), acas016 (Invoice),
*>                        acas000 (System).
*>**
*>    Error messages used.
*>                        SL003
*>                        SL324    Customer record not found.
*>                        SL325    Agreement not found.
*>                        SL326    Agreement settled - no amendment.
*>                        SL327    Account not on the ledger.
*>                        SL328    Invoice summary file missing.
*>                        SL329    Nothing to accrue or settle.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for customer volume rebates.
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
 copy "selreb.cob".
 copy "selinvsum.cob".
 copy "selprint.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdreb.cob".
 copy "fdinvsum.cob".
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL941 (3.02.00)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wslock.cob".
 copy "wssl.cob".
 copy "slwsinv.cob".
 copy "wsledger.cob".
 copy "wsbatch.cob".
 copy "wspost.cob".
 copy "wspost-irs.cob".
*>
 01  WS-Invoice-Record   pic x(137).
*>
*> REMARK OUT ANY IN USE
*>
 01  Dummies-4-Unused-ACAS-FH-Calls.      *> Call blk at zz080-ACAS-Calls
     03  Default-Record         pic x.
     03  Final-Record           pic x.
     03  System-Record-4        pic x.
*>     03  WS-Ledger-Record       pic x.
*>     03  WS-Posting-Record      pic x.
*>     03  WS-Batch-Record        pic x.
*>     03  WS-IRS-Posting-Record  pic x.
     03  WS-Stock-Audit-Record  pic x.
     03  WS-Stock-Record        pic x.
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
 01  ws-data.
     03  menu-reply      pic x.
     03  ws-reply        pic x.
     03  WS-Pass-Value   pic 9.
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  I               pic 99    comp   value zero.
     03  J               pic 99    comp   value zero.
     03  WS-ISM-FS       pic 99           value zero.
     03  WS-Run-Mode     pic x            value "A".
         88  Accrual-Run                  value "A".
         88  Settle-Run                   value "S".
     03  WS-Update-Mode  pic x            value "N".
         88  Updating                     value "Y".
     03  WS-Batch-Open   pic x            value "N".
     03  WS-New-Agreement pic x           value "N".
     03  WS-Cust-Hold    pic x(7)         value spaces.
     03  WS-Agr-Hold     pic 99           value zero.
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Run-Bin      binary-long      value zero.
     03  WS-Cut-Bin      binary-long      value zero.
     03  WS-From-Date8   pic 9(8)         value zero.
     03  WS-Cut-Date8    pic 9(8)         value zero.
     03  WS-Spend        pic s9(9)v99  comp-3  value zero.
     03  WS-Earned       pic s9(9)v99  comp-3  value zero.
     03  WS-Delta        pic s9(9)v99  comp-3  value zero.
     03  WS-Band-Top     pic s9(9)v99  comp-3  value zero.
     03  WS-CN-Vat       pic s9(7)v99  comp-3  value zero.
     03  WS-Tier-Hit     pic 9            value zero.
     03  WS-Agr-Cnt      pic 9(5)         value zero.
     03  WS-Tot-Spend    pic s9(9)v99  comp-3  value zero.
     03  WS-Tot-Earned   pic s9(9)v99  comp-3  value zero.
     03  WS-Tot-Delta    pic s9(9)v99  comp-3  value zero.
     03  WS-Temp-Invoice pic 9(8)         value zero.
     03  WS-Save-Next-Batch pic 9(4)      value zero.
     03  WS-Save-Postings   pic 9(4)      value zero.
     03  WS-Post-Amount  pic s9(8)v99      value zero.
     03  WS-Post-DR-AC   pic 9(6)         value zero.
     03  WS-Post-CR-AC   pic 9(6)         value zero.
     03  WS-Post-Text    pic x(32)        value spaces.
     03  WS-AC-In        pic 9(6)         value zero.
     03  WS-Thresh-In    pic 9(9)v99      value zero.
     03  WS-Rate-In      pic 99v99        value zero.
     03  display-9       pic z(8)9.99.
     03  display-rate    pic z9.99.
*>
 01  WS-Band-Table.
     03  WS-Band                       occurs 5.
         05  WS-Band-Spend  pic s9(9)v99  comp-3.
         05  WS-Band-Rebate pic s9(9)v99  comp-3.
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
     03  SL325          pic x(25) value "SL325 Agreement not found".
     03  SL326          pic x(40) value "SL326 Agreement settled - cannot amend".
     03  SL327          pic x(31) value "SL327 Account not on the ledger".
     03  SL328          pic x(55) value "SL328 Invoice summary file missing - rebuild it (sl936)".
     03  SL329          pic x(33) value "SL329 Nothing to accrue or settle".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(50)       value spaces.
     03  filler          pic x(26)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  filler          pic x(132)      value "Customer Agr PA  Period                    " &
         "  Qualifying Spend Tier     Rebate Earned  Accrued Before      Movement".
*>
 01  line-3.
     03  l3-cust         pic x(9).
     03  l3-agr          pic z9.
     03  filler          pic x           value space.
     03  l3-pa           pic x(4).
     03  l3-from         pic x(11).
     03  l3-to           pic x(13).
     03  l3-spend        pic z(8)9.99cr.
     03  filler          pic x(2)        value spaces.
     03  l3-tier         pic 9.
     03  filler          pic x(2)        value spaces.
     03  l3-earned       pic z(8)9.99cr.
     03  filler          pic x(2)        value spaces.
     03  l3-accrued      pic z(8)9.99cr.
     03  filler          pic x(2)        value spaces.
     03  l3-delta        pic z(8)9.99cr.
*>
 01  line-4.
     03  l4-head         pic x(38).
     03  l4-count        pic zz,zz9.
     03  filler          pic x(12)       value spaces.
     03  l4-spend        pic z(8)9.99cr.
     03  filler          pic x(5)        value spaces.
     03  l4-earned       pic z(8)9.99cr.
     03  filler          pic x(19)       value spaces.
     03  l4-delta        pic z(8)9.99cr.
*>
 01  line-5.
     03  l5-text         pic x(132).
*>
 01  line-6.
     03  filler          pic x(132)      value "     Tier    Spend From       Rate %     " &
         "    Spend In Band     Rebate".
*>
 01  line-7.
     03  filler          pic x(7)        value spaces.
     03  l7-tier         pic 9.
     03  filler          pic x(3)        value spaces.
     03  l7-thresh       pic z(8)9.99.
     03  filler          pic x(5)        value spaces.
     03  l7-rate         pic z9.99.
     03  filler          pic x(5)        value spaces.
     03  l7-spend        pic z(8)9.99cr.
     03  filler          pic x(2)        value spaces.
     03  l7-rebate       pic z(8)9.99cr  blank when zero.
     03  filler          pic x(2)        value spaces.
     03  l7-flag         pic x(20).
*>
 01  line-8.
     03  l8-head         pic x(48).
     03  l8-amount       pic z(8)9.99cr.
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
     open     i-o Rebate-File.
     if       fs-reply not = zero
              open  output Rebate-File
              close Rebate-File
              open  i-o    Rebate-File.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Customer Volume Rebates" at 0129 with foreground-color 2.
     perform  zz070-Convert-Date.
     display  ws-date at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Enter or Amend an Agreement"        at 0811 with foreground-color 2.
     display  "(2)  Delete an Agreement"                at 0911 with foreground-color 2.
     display  "(3)  Print Agreement List"               at 1011 with foreground-color 2.
     display  "(4)  Monthly Accrual Run"                at 1111 with foreground-color 2.
     display  "(5)  Settlement Run (period ended)"      at 1211 with foreground-color 2.
     display  "(X)  Return To Menu"                     at 1411 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Agreement-Entry
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-Agreement-Delete
              go to menu-return.
     if       menu-reply = "3"
              perform  da000-Agreement-List
              go to menu-return.
     if       menu-reply = "4"
              move "A" to WS-Run-Mode
              perform  ea000-Rebate-Run
              go to menu-return.
     if       menu-reply = "5"
              move "S" to WS-Run-Mode
              perform  ea000-Rebate-Run
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    Rebate-File.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Agreement-Entry   section.
*>==============================
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Enter or Amend a Rebate Agreement" at 0124 with foreground-color 2.
*>
     perform  ma000-Get-Key.
     if       WS-Cust-Hold = spaces
              go to ba999-exit.
*>
     move     WS-Cust-Hold to Reb-Customer.
     move     WS-Agr-Hold  to Reb-Agreement.
     move     "N" to WS-New-Agreement.
     read     Rebate-File
              invalid key
              move "Y" to WS-New-Agreement
     end-read
     if       WS-New-Agreement = "N"
          and Reb-Settled
              display SL326 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ba999-exit.
     if       WS-New-Agreement = "Y"
              initialize Rebate-Record
              move WS-Cust-Hold to Reb-Customer
              move WS-Agr-Hold  to Reb-Agreement
              move "A"          to Reb-Status
              move "R"          to Reb-Basis
              move WS-Today-Bin to Reb-Start-Date
              move zero         to Reb-End-Date.
*>
     display  "Description  [                              ]" at 0701 with foreground-color 2.
     display  "PA group     [  ]  (spaces = all groups)"      at 0801 with foreground-color 2.
     display  "Period from  [          ]  to  [          ]"   at 0901 with foreground-color 2.
     display  "Basis        [ ]  (R = retrospective, I = incremental by band)"
                                                              at 1001 with foreground-color 2.
     accept   Reb-Desc at 0715 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     accept   Reb-PA at 0815 with foreground-color 3 update UPPER.
*>
 ba010-Get-From.
     move     Reb-Start-Date to u-bin.
     perform  zz060-Convert-Date.
     accept   ws-date at 0915 with foreground-color 3 update.
     move     ws-date to ws-Test-Date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              go to ba010-Get-From.
     move     u-bin to Reb-Start-Date.
*>
 ba020-Get-To.
     if       Reb-End-Date = zero
              move spaces to ws-date
     else
              move Reb-End-Date to u-bin
              perform zz060-Convert-Date.
     accept   ws-date at 0933 with foreground-color 3 update.
     move     ws-date to ws-Test-Date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
           or u-bin not > Reb-Start-Date
              go to ba020-Get-To.
     move     u-bin to Reb-End-Date.
*>
 ba030-Get-Basis.
     accept   Reb-Basis at 1015 with foreground-color 3 update UPPER.
     if       not Reb-Retro and not Reb-Incremental
              go to ba030-Get-Basis.
*>
     display  "Tier    Spend From        Rate %" at 1201 with foreground-color 2.
     perform  bb000-Tier-Entry varying I from 1 by 1 until I > 5.
*>
 ba040-Get-Accrual.
     display  "Rebate accrual (B/S) a/c [      ]" at 1901 with foreground-color 2.
     move     Reb-Accrual-AC to WS-AC-In.
     accept   WS-AC-In at 1928 with foreground-color 3 update.
     if       WS-AC-In = zero
              go to ba040-Get-Accrual.
     perform  mb000-Check-Account.
     if       WS-AC-In = zero
              go to ba040-Get-Accrual.
     move     WS-AC-In to Reb-Accrual-AC.
*>
 ba050-Get-Expense.
     display  "Rebate expense (P&L) a/c [      ]" at 2001 with foreground-color 2.
     move     Reb-Expense-AC to WS-AC-In.
     accept   WS-AC-In at 2028 with foreground-color 3 update.
     if       WS-AC-In = zero
              go to ba050-Get-Expense.
     perform  mb000-Check-Account.
     if       WS-AC-In = zero
              go to ba050-Get-Expense.
     move     WS-AC-In to Reb-Expense-AC.
*>
     move     Reb-Accrued to display-9.
     display  "Accrued to date" at 2101 with foreground-color 2.
     display  display-9 at 2117 with foreground-color 3.
*>
     display  "OK to save (Y/N) ? [Y]" at 2301 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 2321 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to ba999-exit.
     if       WS-New-Agreement = "Y"
              write Rebate-Record
     else
              rewrite Rebate-Record.
*>
 ba999-exit.
     exit     section.
*>
 bb000-Tier-Entry        section.
*>==============================
*>
*>  Tier I, line 12 + I.  A zero rate leaves the tier unused; tier
*>   thresholds must climb, the first may be zero (from pound one).
*>
     display  I at line 12 + I col 03 with foreground-color 2.
     display  "[            ]    [     ]" at line 12 + I col 07
                                             with foreground-color 2.
*>
 bb010-Get-Threshold.
     move     Reb-Threshold (I) to WS-Thresh-In.
     accept   WS-Thresh-In at line 12 + I col 08 with foreground-color 3 update.
     if       I > 1
          and WS-Thresh-In not = zero
          and WS-Thresh-In not > Reb-Threshold (I - 1)
              go to bb010-Get-Threshold.
     move     WS-Thresh-In to Reb-Threshold (I).
     move     Reb-Rate (I) to WS-Rate-In.
     accept   WS-Rate-In at line 12 + I col 26 with foreground-color 3 update.
     move     WS-Rate-In to Reb-Rate (I).
     if       Reb-Rate (I) = zero
              move zero to Reb-Threshold (I).
*>
 bb999-exit.
     exit     section.
*>
 ca000-Agreement-Delete  section.
*>==============================
*>
*>  Only an agreement with nothing accrued against it (or already
*>   settled) may go - otherwise the GL accrual would be orphaned.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Delete a Rebate Agreement" at 0128 with foreground-color 2.
*>
     perform  ma000-Get-Key.
     if       WS-Cust-Hold = spaces
              go to ca999-exit.
     move     WS-Cust-Hold to Reb-Customer.
     move     WS-Agr-Hold  to Reb-Agreement.
     read     Rebate-File
              invalid key
              display SL325 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ca999-exit
     end-read
     display  Reb-Desc at 0701 with foreground-color 3.
     if       Reb-Active
          and Reb-Accrued not = zero
              display "Accrual outstanding - settle it first" at 2301
                                        with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ca999-exit.
     display  "Delete this agreement (Y/N) ? [N]" at 0901 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 0932 with foreground-color 6 update UPPER.
     if       ws-reply = "Y"
              delete Rebate-File record.
*>
 ca999-exit.
     exit     section.
*>
 da000-Agreement-List    section.
*>==============================
*>
     move     "Customer Rebate Agreements                        " to l1-title.
     move     zero to page-nos WS-Agr-Cnt.
     move     99   to line-cnt.
     open     output print-file.
     perform  zb000-Headings.
*>
     move     low-values to Reb-Key.
     start    Rebate-File key not < Reb-Key
              invalid key
              go to da900-End
     end-start.
*>
 da010-Next.
     read     Rebate-File next record
              at end
              go to da900-End
     end-read
     add      1 to WS-Agr-Cnt.
     move     Reb-Spend   to WS-Spend.
     perform  fb000-Earned.
     move     zero to WS-Delta.
     perform  zc000-Print-Line.
     move     spaces to line-5.
     string   "         " Reb-Desc "  Basis " Reb-Basis
              "  Status " Reb-Status "  Accrual a/c " Reb-Accrual-AC
              "  Expense a/c " Reb-Expense-AC
                            delimited by size into l5-text.
     write    print-record from line-5 after 1.
     add      1 to line-cnt.
     perform  zd000-Print-Tiers.
     go       to da010-Next.
*>
 da900-End.
     move     "Agreements on file:" to l4-head.
     move     WS-Agr-Cnt to l4-count.
     move     zero to l4-spend l4-earned l4-delta.
     write    print-record from line-4 after 2.
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>
 da999-exit.
     exit     section.
*>
 ea000-Rebate-Run        section.
*>==============================
*>
*>  Proof pass first (nothing moved), then on confirmation the
*>   update pass - same shape as pl031/sl915.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     if       Accrual-Run
              display "Monthly Rebate Accrual Run" at 0128 with foreground-color 2
     else
              display "Rebate Settlement Run" at 0130 with foreground-color 2.
*>
 ea010-Get-Date.
     display  "Run (period end) date [          ]" at 0701 with foreground-color 2.
     perform  zz070-Convert-Date.
     accept   ws-date at 0724 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ea999-exit.
     move     ws-date to ws-Test-Date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              go to ea010-Get-Date.
     move     u-bin to WS-Run-Bin.
*>
     open     input Inv-Sum-File.
     if       WS-ISM-FS not = zero
              display SL328 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ea999-exit.
*>
     move     "N" to WS-Update-Mode.
     if       Accrual-Run
              move "Rebate Accrual - PROOF (nothing moved)            " to l1-title
     else
              move "Rebate Settlement - PROOF (nothing moved)         " to l1-title.
     perform  eb000-Run-Pass.
     if       WS-Agr-Cnt = zero
              close Inv-Sum-File
              display SL329 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ea999-exit.
*>
     display  "Proof printed - post it (Y/N) ? [N]" at 1201 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 1234 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              close Inv-Sum-File
              go to ea999-exit.
*>
     move     "Y" to WS-Update-Mode.
     if       Accrual-Run
              move "Rebate Accrual - POSTED                           " to l1-title
     else
              move "Rebate Settlement - Customer Statements           " to l1-title.
     perform  eb000-Run-Pass.
     close    Inv-Sum-File.
     if       Accrual-Run
              display "Accrual posted - batch on the GL/IRS register." at 1401
                                                 with foreground-color 2
     else
              display "Credit notes raised - print, proof and post as normal."
                                            at 1401 with foreground-color 2.
     display  SL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 ea999-exit.
     exit     section.
*>
 eb000-Run-Pass          section.
*>==============================
*>
     move     zero to WS-Agr-Cnt WS-Tot-Spend WS-Tot-Earned WS-Tot-Delta
                      page-nos.
     move     99   to line-cnt.
     move     "N"  to WS-Batch-Open.
     open     output print-file.
     if       not (Updating and Settle-Run)
              perform zb000-Headings.
     perform  Sales-Open-Input.
     if       Updating and Settle-Run
              perform Invoice-Open.
*>
     move     low-values to Reb-Key.
     start    Rebate-File key not < Reb-Key
              invalid key
              go to eb900-End
     end-start.
*>
 eb010-Next.
     read     Rebate-File next record
              at end
              go to eb900-End
     end-read
     if       not Reb-Active
           or Reb-Start-Date > WS-Run-Bin
              go to eb010-Next.
     if       Settle-Run
          and Reb-End-Date > WS-Run-Bin
              go to eb010-Next.
*>
*>  Spend runs from the start date to the run date or, once the
*>   period is over, its end date.
*>
     move     Reb-End-Date to WS-Cut-Bin.
     if       WS-Run-Bin < WS-Cut-Bin
              move WS-Run-Bin to WS-Cut-Bin.
     perform  fa000-Spend.
     perform  fb000-Earned.
     compute  WS-Delta = WS-Earned - Reb-Accrued.
     if       Accrual-Run
          and WS-Delta = zero
              go to eb010-Next.
*>
     add      1 to WS-Agr-Cnt.
     add      WS-Spend  to WS-Tot-Spend.
     add      WS-Earned to WS-Tot-Earned.
     add      WS-Delta  to WS-Tot-Delta.
     move     Reb-Customer to WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Read-Indexed.
     if       fs-reply not = zero
              move spaces to Sales-Name Sales-Address.
*>
     if       not Updating
              perform zc000-Print-Line
              go to eb010-Next.
*>
     if       Accrual-Run
              perform zc000-Print-Line.
*>
*>  Bring the accrual to the figure earned.
*>
     if       WS-Delta > zero
              move WS-Delta       to WS-Post-Amount
              move Reb-Expense-AC to WS-Post-DR-AC
              move Reb-Accrual-AC to WS-Post-CR-AC
              move "Rebate accrual" to WS-Post-Text
              perform gb000-Post-Journal.
     if       WS-Delta < zero
              compute WS-Post-Amount = WS-Delta * -1
              move Reb-Accrual-AC to WS-Post-DR-AC
              move Reb-Expense-AC to WS-Post-CR-AC
              move "Rebate accrual reversal" to WS-Post-Text
              perform gb000-Post-Journal.
     move     WS-Earned  to Reb-Accrued.
     move     WS-Spend   to Reb-Spend.
     move     WS-Run-Bin to Reb-Last-Run.
*>
     if       Settle-Run
              perform hb000-Settle-Agreement.
     rewrite  Rebate-Record.
     go       to eb010-Next.
*>
 eb900-End.
     if       WS-Batch-Open = "Y"
              perform gc000-Close-Batch.
     perform  Sales-Close.
     if       Updating and Settle-Run
              perform Invoice-Close.
     if       Updating and Settle-Run
              perform zb000-Headings.
     move     "Agreements:" to l4-head.
     move     WS-Agr-Cnt    to l4-count.
     move     WS-Tot-Spend  to l4-spend.
     move     WS-Tot-Earned to l4-earned.
     move     WS-Tot-Delta  to l4-delta.
     write    print-record from line-4 after 3.
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>
 eb999-exit.
     exit     section.
*>
 fa000-Spend             section.
*>==============================
*>
*>  Posted net for the customer (and PA group) from the start date
*>   to WS-Cut-Bin inclusive - the summary is keyed by date first.
*>
     move     zero to WS-Spend.
     move     Reb-Start-Date to u-bin.
     perform  maps04.
     move     u-date (7:4) to WS-From-Date8 (1:4).
     move     u-date (4:2) to WS-From-Date8 (5:2).
     move     u-date (1:2) to WS-From-Date8 (7:2).
     move     WS-Cut-Bin to u-bin.
     perform  maps04.
     move     u-date (7:4) to WS-Cut-Date8 (1:4).
     move     u-date (4:2) to WS-Cut-Date8 (5:2).
     move     u-date (1:2) to WS-Cut-Date8 (7:2).
*>
     move     low-values    to ISM-Key.
     move     WS-From-Date8 to ISM-Date.
     start    Inv-Sum-File key not < ISM-Key
              invalid key
              go to fa999-exit
     end-start.
*>
 fa010-Next.
     read     Inv-Sum-File next record
              at end
              go to fa999-exit
     end-read
     if       ISM-Date > WS-Cut-Date8
              go to fa999-exit.
     if       ISM-Customer not = Reb-Customer
              go to fa010-Next.
     if       Reb-PA not = spaces
          and ISM-PA not = Reb-PA
              go to fa010-Next.
     add      ISM-Net to WS-Spend.
     go       to fa010-Next.
*>
 fa999-exit.
     exit     section.
*>
 fb000-Earned            section.
*>==============================
*>
*>  Spend in each band (tier I runs from its threshold to the next
*>   used tier's), the highest tier reached and the rebate earned
*>   on WS-Spend under the agreement's basis.
*>
     move     zero to WS-Earned WS-Tier-Hit.
     initialize WS-Band-Table.
     perform  fc000-One-Band varying I from 1 by 1 until I > 5.
     if       Reb-Retro
          and WS-Tier-Hit not = zero
              compute WS-Earned rounded =
                      WS-Spend * Reb-Rate (WS-Tier-Hit) / 100
              move WS-Earned to WS-Band-Rebate (WS-Tier-Hit).
*>
 fb999-exit.
     exit     section.
*>
 fc000-One-Band          section.
*>==============================
*>
     if       Reb-Rate (I) = zero
           or WS-Spend not > zero
           or WS-Spend < Reb-Threshold (I)
              go to fc999-exit.
     move     I to WS-Tier-Hit.
     move     WS-Spend to WS-Band-Top.
     add      1 to I giving J.
*>
 fc010-Next-Used.
     if       J > 5
              go to fc020-Band.
     if       Reb-Rate (J) = zero
              add 1 to J
              go to fc010-Next-Used.
     if       Reb-Threshold (J) < WS-Band-Top
              move Reb-Threshold (J) to WS-Band-Top.
*>
 fc020-Band.
     subtract Reb-Threshold (I) from WS-Band-Top
                                giving WS-Band-Spend (I).
     if       Reb-Incremental
              compute WS-Band-Rebate (I) rounded =
                      WS-Band-Spend (I) * Reb-Rate (I) / 100
              add WS-Band-Rebate (I) to WS-Earned.
*>
 fc999-exit.
     exit     section.
*>
 ga000-Open-Batch        section.
*>==============================
*>
*>  One batch for the run, as pl031/sl922 - the sl060 conventions.
*>   Opened on the first posting so a quiet month leaves no empty
*>   batch behind.
*>
     perform  GL-Batch-Open.
     move     next-batch  to  WS-Batch-nos.
     move     1  to  WS-Ledger.
     add      1  to  Next-Batch.
     move     zero     to batch-status cleared-status.
     move     scycle   to bcycle.
     move     run-date to entered.
     if       Accrual-Run
              move "Customer rebate accrual (sl941)" to description
     else
              move "Customer rebate settle (sl941)" to description.
     move     zero  to  bdefault batch-def-ac batch-def-pc
                        items input-gross input-vat
                        actual-gross actual-vat.
     move     "DR"  to  convention.
     move     "SL"  to  batch-def-code.
     move     "I"   to  batch-def-vat.
     add      postings  1  giving  batch-start.
*>
     if       irs-used
              perform SPL-Posting-Open-Extend
              if fs-reply not = zero
                 perform SPL-Posting-Close
                 perform SPL-Posting-Open-Output
              end-if
     else
              perform GL-Posting-Open
              if  fs-reply not = zero
                  perform GL-Posting-Close
                  perform GL-Posting-Open-Output
              end-if
     end-if
     move     batch-start  to  rrn.
     move     "Y" to WS-Batch-Open.
*>
 ga999-exit.
     exit     section.
*>
 gb000-Post-Journal      section.
*>==============================
*>
*>  One posting, no VAT - the VAT follows the credit note itself.
*>
     if       WS-Batch-Open not = "Y"
              perform ga000-Open-Batch.
     move     WS-Run-Bin to u-bin.
     perform  maps04.
     move     u-date (1:6) to post-date (1:6).
     move     u-date (9:2) to post-date (7:2).
     move     WS-Batch-nos  to  batch.
     add      1        to  items.
     move     items    to Post-number.
     move     WS-Post-Amount to Post-amount.
     move     WS-Post-DR-AC  to post-dr.
     move     WS-Post-CR-AC  to post-cr.
     move     spaces to post-legend.
     string   WS-Post-Text delimited by "  "
              " " Reb-Customer "/" Reb-Agreement
                            delimited by size into post-legend.
     move     zero  to  dr-pc cr-pc vat-pc vat-amount.
     move     vat-ac of system-record
              to  vat-ac of WS-Posting-Record.
     move     "CR" to post-vat-side.
     move     "SL" to post-code in WS-Posting-Record.
     add      post-amount  to  input-gross actual-gross.
*>
     if       irs-used
              move batch         to WS-IRS-batch
              move post-number   to WS-IRS-post-number
              move post-code in WS-Posting-Record to WS-IRS-post-code
              move post-date     to WS-IRS-Post-Date
              move post-dr       to WS-IRS-Post-DR
              move post-cr       to WS-IRS-Post-CR
              move post-amount   to WS-IRS-Post-Amount
              move post-legend   to WS-IRS-Post-Legend
              move 32            to WS-IRS-Vat-AC-Def
              move post-vat-side to WS-IRS-Post-Vat-Side
              move zero          to WS-IRS-Vat-Amount
              perform SPL-Posting-Write
     else
              move  RRN to WS-Post-rrn
              perform GL-Posting-Write
              add 1 to rrn
     end-if.
*>
     if       items = 99
              perform gc000-Close-Batch.
*>
 gb999-exit.
     exit     section.
*>
 gc000-Close-Batch       section.
*>==============================
*>
     perform  GL-Batch-Write.
     if       not irs-used
              move rrn to postings.
     perform  GL-Batch-Close.
     if       irs-used
              perform SPL-Posting-Close
     else
              perform GL-Posting-Close.
     move     "N" to WS-Batch-Open.
*>
 gc999-exit.
     exit     section.
*>
 hb000-Settle-Agreement  section.
*>==============================
*>
*>  Rebate credit note for the amount earned, release of the accrual
*>   it replaces, and the statement to send with it.
*>
     move     zero to WS-Temp-Invoice.
     if       WS-Earned > zero
              perform hc000-Raise-Credit-Note
              move WS-Earned      to WS-Post-Amount
              move Reb-Accrual-AC to WS-Post-DR-AC
              move Reb-Expense-AC to WS-Post-CR-AC
              move "Rebate settled" to WS-Post-Text
              perform gb000-Post-Journal.
     move     zero to Reb-Accrued.
     move     "S"  to Reb-Status.
     move     WS-Run-Bin      to Reb-Settled-Date.
     move     WS-Temp-Invoice to Reb-Credit-Note.
     perform  hd000-Statement.
*>
 hb999-exit.
     exit     section.
*>
 hc000-Raise-Credit-Note section.
*>==============================
*>
*>  One line type 3 folio, status pending, as sl915 raises its
*>   charges.  VAT at the standard rate - a volume rebate is a
*>   discount on the standard rated supplies it was earned on.
*>
*>  The re-read would lose the batch counters this run has already
*>   moved, so they are carried over it.
*>
     move     Next-Batch to WS-Save-Next-Batch.
     move     Postings   to WS-Save-Postings.
     perform  zz100-Read-System-Record.
     move     WS-Save-Next-Batch to Next-Batch.
     move     WS-Save-Postings   to Postings.
     move     Next-Invoice to WS-Temp-Invoice.
     add      1 to Next-Invoice.
     perform  zz110-Write-System-Record.
*>
     compute  WS-CN-Vat rounded = WS-Earned * Vat-Rate-1 / 100.
*>
     move     spaces to SInvoice-Bodies (1:80).
     move     WS-Temp-Invoice to sil-invoice (1).
     move     1               to sil-line (1).
     move     spaces          to sil-product (1).
     if       Reb-PA = spaces
              move "RB"       to sil-pa (1)
     else
              move Reb-PA     to sil-pa (1).
     move     1               to sil-qty (1).
     move     "S"             to sil-type (1).
     move     spaces          to sil-description (1).
     string   "Volume rebate " Reb-Desc delimited by size
                                   into sil-description (1).
     move     WS-Earned       to sil-net (1).
     move     WS-Earned       to sil-unit (1).
     move     zero            to sil-discount (1).
     move     WS-CN-Vat       to sil-vat (1).
     move     1               to sil-vat-code (1).
     move     space           to sil-update (1) sil-Back-Ordered (1).
     move     SInvoice-Bodies (1:80) to WS-Invoice-Record.
     perform  Invoice-Write.
*>
     move     spaces to SInvoice-Header.
     move     WS-Temp-Invoice to sih-invoice.
     move     zero            to sih-test.
     move     Reb-Customer    to sih-customer.
     move     WS-Run-Bin      to sih-date.
     move     "REBATE"        to sih-order.
     move     3               to sih-type.
     move     spaces          to sih-ref.
     move     spaces          to sih-description.
     string   "Volume rebate " Reb-Desc delimited by size
                                   into sih-description.
     move     zero to sih-p-c sih-extra sih-e-vat sih-c-vat
                      sih-carriage sih-discount.
     move     WS-Earned       to sih-net.
     move     WS-CN-Vat       to sih-vat.
     move     "P"             to sih-status.
     move     space to sih-status-P sih-status-L sih-status-C
                       sih-status-A sih-status-I sih-day-book-flag
                       sih-update.
     move     1               to sih-lines.
     move     zero to sih-deduct-days sih-deduct-amt sih-deduct-vat
                      sih-days sih-cr.
     move     SInvoice-Header to WS-Invoice-Record.
     perform  Invoice-Write.
*>
 hc999-exit.
     exit     section.
*>
 hd000-Statement         section.
*>==============================
*>
*>  One page per agreement: who, the period, qualifying spend,
*>   each tier with the spend falling in it and what it earned.
*>
     move     usera to l1-user.
     move     spaces to print-record.
     write    print-record after page.
     write    print-record from line-1 after 1.
     move     spaces to line-5.
     string   "VOLUME REBATE STATEMENT" delimited by size into l5-text.
     write    print-record from line-5 after 3.
     move     Sales-Name  to l5-text.
     write    print-record from line-5 after 2.
     move     Sales-Addr1 to l5-text.
     write    print-record from line-5 after 1.
     move     Sales-Addr2 to l5-text.
     write    print-record from line-5 after 1.
     move     spaces to line-5.
     string   "Account " Reb-Customer "   Agreement " Reb-Agreement
              "   " Reb-Desc delimited by size into l5-text.
     write    print-record from line-5 after 3.
     move     Reb-Start-Date to u-bin.
     perform  zz060-Convert-Date.
     move     spaces to line-5.
     string   "Agreement period " ws-date delimited by size
                                      into l5-text.
     move     Reb-End-Date to u-bin.
     perform  zz060-Convert-Date.
     move     " to " to l5-text (28:4).
     move     ws-date to l5-text (32:10).
     if       Reb-PA = spaces
              move "   All product groups" to l5-text (42:21)
     else
              move "   Product group " to l5-text (42:17)
              move Reb-PA to l5-text (59:2).
     write    print-record from line-5 after 1.
     if       Reb-Retro
              move "Basis: the rate of the highest tier reached applies to all qualifying spend."
                        to l5-text
     else
              move "Basis: each tier's rate applies to the spend falling within that tier."
                        to l5-text.
     write    print-record from line-5 after 1.
*>
     write    print-record from line-6 after 3.
     perform  hd100-Tier-Line varying I from 1 by 1 until I > 5.
*>
     move     "Qualifying spend for the period" to l8-head.
     move     WS-Spend to l8-amount.
     write    print-record from line-8 after 3.
     move     "Rebate earned (net of VAT)" to l8-head.
     move     WS-Earned to l8-amount.
     write    print-record from line-8 after 1.
     if       WS-Temp-Invoice not = zero
              move "VAT" to l8-head
              move WS-CN-Vat to l8-amount
              write print-record from line-8 after 1
              move spaces to line-5
              string "Credited to your account by credit note "
                     WS-Temp-Invoice delimited by size into l5-text
              write print-record from line-5 after 2
     else
              move "No tier was reached - no rebate is due for this period."
                        to l5-text
              write print-record from line-5 after 2.
*>
 hd999-exit.
     exit     section.
*>
 hd100-Tier-Line         section.
*>==============================
*>
     if       Reb-Rate (I) = zero
              go to hd199-exit.
     move     I                  to l7-tier.
     move     Reb-Threshold (I)  to l7-thresh.
     move     Reb-Rate (I)       to l7-rate.
     move     WS-Band-Spend (I)  to l7-spend.
     move     WS-Band-Rebate (I) to l7-rebate.
     move     spaces to l7-flag.
     if       I = WS-Tier-Hit
              move "<< tier reached" to l7-flag.
     write    print-record from line-7 after 1.
*>
 hd199-exit.
     exit     section.
*>
 ma000-Get-Key           section.
*>==============================
*>
     move     spaces to WS-Cust-Hold.
     display  "Customer  [       ]   Agreement [  ]" at 0401 with foreground-color 2.
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
     move     1 to WS-Agr-Hold.
     accept   WS-Agr-Hold at 0434 with foreground-color 3 update.
     if       WS-Agr-Hold = zero
              move spaces to WS-Cust-Hold.
*>
 ma999-exit.
     exit     section.
*>
 mb000-Check-Account     section.
*>==============================
*>
*>  Against the chart the way sl922 does - only when the GL is in
*>   use.  WS-AC-In comes back zero when not found.
*>
     if       not G-L
              go to mb999-exit.
     perform  GL-Nominal-Open-Input.
     move     WS-AC-In to WS-Ledger-Nos.
     move     zero     to Ledger-PC.
     move     1 to File-Key-No.
     perform  GL-Nominal-Read-Indexed.
     perform  GL-Nominal-Close.
     if       fs-reply not = zero
              display SL327 at 2301 with foreground-color 4 highlight
              move zero to WS-AC-In
              go to mb999-exit.
     display  " " at 2301 with erase eol.
*>
 mb999-exit.
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
 zc000-Print-Line        section.
*>==============================
*>
     move     Reb-Customer  to l3-cust.
     move     Reb-Agreement to l3-agr.
     if       Reb-PA = spaces
              move "All" to l3-pa
     else
              move Reb-PA to l3-pa.
     move     Reb-Start-Date to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l3-from.
     move     Reb-End-Date to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l3-to.
     move     WS-Spend    to l3-spend.
     move     WS-Tier-Hit to l3-tier.
     move     WS-Earned   to l3-earned.
     move     Reb-Accrued to l3-accrued.
     move     WS-Delta    to l3-delta.
     if       line-cnt > Page-Lines - 3
              perform zb000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
*>
 zc999-exit.
     exit     section.
*>
 zd000-Print-Tiers       section.
*>==============================
*>
     perform  zd100-One-Tier varying I from 1 by 1 until I > 5.
*>
 zd999-exit.
     exit     section.
*>
 zd100-One-Tier          section.
*>==============================
*>
     if       Reb-Rate (I) = zero
              go to zd199-exit.
     move     I                  to l7-tier.
     move     Reb-Threshold (I)  to l7-thresh.
     move     Reb-Rate (I)       to l7-rate.
     move     WS-Band-Spend (I)  to l7-spend.
     move     WS-Band-Rebate (I) to l7-rebate.
     move     spaces to l7-flag.
     if       line-cnt > Page-Lines - 3
              perform zb000-Headings.
     write    print-record from line-7 after 1.
     add      1 to line-cnt.
*>
 zd199-exit.
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
 zz100-Read-System-Record  section.
*>********************************
*>
*>  Serialised under the params lock so two programs cannot mint the
*>   same invoice number - see sl910/sl915.
*>
 zz100-Get-Lock.
     set      Lock-Acquire to true.
     move     "SY" to Lock-File-Id.
     move     "PARAMS" to Lock-Rec-Key.
     move     usera (1:12) to Lock-Owner-Id.
     call     "fhlock" using Lock-Call-Block file-defs.
     if       Lock-Refused
              display "System rec in use by " at 2301 with foreground-color 4
              display Lock-Held-By at 2322 with foreground-color 4
              go to zz100-Get-Lock.
     display  " " at 2301 with erase eol.
*>
     move     zeros to File-System-Used
                       File-Duplicates-In-Use.  *> Only use param FILE
     move     "00" to  FA-RDBMS-Flat-Statuses.  *> Force Cobol proc.
     move     Pass-Value to WS-Pass-Value.  *> save sys rec fld for rewrite as not saved yet.
     move     1 to File-Key-No.
     perform  System-Open-Input.
*>
     move     1 to File-Key-No.
     perform  System-Read-Indexed.
     perform  System-Close.
*>
 zz100-Exit.
     exit     section.
*>
 zz110-Write-System-Record  section.
*>*********************************
*>
     If       File-System-Used NOT = zero   *> Force RDB processing
              move     "66" to FA-RDBMS-Flat-Statuses
              move     1 to File-Key-No
              move     WS-Pass-Value to Pass-Value  *> restore it
              perform  System-Open
              move     1 to File-Key-No
              perform  System-Rewrite
              perform  System-Close
     end-if.
*>
*> Now do the same for the Cobol file.
*>
     move     zeros to File-System-Used
                       File-Duplicates-In-Use.
     move     "00" to  FA-RDBMS-Flat-Statuses.   *> Force Cobol proc.
     move     1 to File-Key-No.
     move     WS-Pass-Value to Pass-Value.  *> restore it.
     perform  System-Open.                       *> Open cobol file params as I/O
     move     1 to File-Key-No.
     perform  System-Rewrite.                    *> Update Cobol file params
     perform  System-Close.                      *> Close the Cobol param file.
     set      Lock-Release to true.
     move     "SY" to Lock-File-Id.
     move     "PARAMS" to Lock-Rec-Key.
     move     usera (1:12) to Lock-Owner-Id.
     call     "fhlock" using Lock-Call-Block file-defs.
*>
 zz110-Exit.
     exit     section.
*>
 copy "Proc-ACAS-FH-Calls.cob".
*>
