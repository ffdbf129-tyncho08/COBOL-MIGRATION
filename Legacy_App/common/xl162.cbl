       >>source free
*>*********************************************
*>                                            *
*>   Lease Register - IFRS 16 Right-Of-Use    *
*>        Assets And Lease Liabilities        *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         xl162.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Vehicle, property and other leases on balance
*>                        sheet (fdlease.cob), rather than only the
*>                        standing supplier payments.
*>                        (1) A lease is entered with its commencement
*>                        month, term, payment and how often, in
*>                        advance or arrears, the discount rate, any
*>                        initial direct costs and its six GL accounts;
*>                        the lease liability (payments discounted
*>                        monthly at the rate) and the right-of-use
*>                        asset (liability + direct costs) are shown
*>                        and held.
*>                        (3) Per month up to the period keyed, for
*>                        every active lease: the recognition journal
*>                        the first time, then interest on the
*>                        liability (DR interest / CR liability), the
*>                        repayment as each payment falls (DR
*>                        liability / CR the account the standing
*>                        payments are charged to) and straight line
*>                        depreciation over the term left (DR expense
*>                        / CR accumulated depreciation) - written as
*>                        an ordinary unposted GL batch (split at 99
*>                        items) and listed.
*>                        (4) Maturity analysis of the undiscounted
*>                        payments left after a period - under 1
*>                        year, 1 to 5 and over 5 - by class, with the
*>                        liability held, for the notes to the
*>                        accounts.
*>                        (5) A modification (payment, term left or
*>                        rate) from the next month not journalled
*>                        re-measures the liability at the new rate
*>                        against the asset, depreciation carrying on
*>                        over the new term.
*>                        (6) Early termination takes the asset, its
*>                        depreciation and the liability off to a
*>                        gain / loss account with any penalty paid.
*>                        (2) Prints the register.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04.
*>                        acas005/006/007 FHs.
*>**
*>    Error messages used.
*>                        XL203    Invalid date.
*>                        XL217    Lease not found.
*>                        XL218    Account not on the nominal ledger.
*>                        XL219    Lease not active.
*>                        XL223    Lease term already run out.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for the IFRS 16 lease register.
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
 copy "sellease.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdprint.cob".
 copy "fdlease.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "XL162 (3.02.00)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wsledger.cob".
 copy "wspost.cob".
 copy "wsbatch.cob".
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
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Today-Date   pic x(8)         value spaces.   *> dd/mm/yy
     03  WS-Period       pic 9(6)         value zero.
     03  WS-Period-X  redefines WS-Period.
         05  WS-Per-CCYY pic 9(4).
         05  WS-Per-MM   pic 99.
     03  WS-Default-Period pic 9(6)       value zero.
     03  WS-Mth-Ix       pic 9(6)         value zero.
     03  WS-Target-Ix    pic 9(6)         value zero.
     03  WS-Basis-Ix     pic 9(6)         value zero.
     03  WS-End-Ix       pic 9(6)         value zero.
     03  WS-K            pic 9(4)         value zero.
     03  WS-Q            pic 9(4)         value zero.
     03  WS-R            pic 99           value zero.
     03  WS-Months-Left  pic s9(4)        value zero.
     03  WS-Lease        pic 9(6)         value zero.
     03  WS-Found        pic x            value "N".
     03  WS-Printing     pic x            value "N".
     03  WS-Ax           pic 9            value zero.
     03  WS-Row          pic 99           value zero.
     03  WS-Cx           pic 9            value zero.
     03  WS-Amt-In       pic x(12)        value spaces.
     03  WS-Rate-In      pic x(8)         value spaces.
     03  WS-Amount       pic s9(9)v99  comp-3 value zero.
     03  WS-Interest     pic s9(9)v99  comp-3 value zero.
     03  WS-Deprec       pic s9(9)v99  comp-3 value zero.
     03  WS-Diff         pic s9(9)v99  comp-3 value zero.
     03  WS-Gain         pic s9(9)v99  comp-3 value zero.
     03  WS-Penalty      pic s9(7)v99  comp-3 value zero.
     03  WS-GL-AC        pic 9(6)         value zero.
     03  WS-Check-AC     pic 9(6)         value zero.
     03  WS-D-Amt        pic -(9)9.99.
     03  WS-D-Rate       pic z9.9999.
     03  WS-D-Lease      pic z(5)9.
     03  WS-Post-Total   pic 9(5)         value zero.
     03  WS-Batch-Cnt    pic 9(4)         value zero.
     03  WS-First-Batch  pic 9(5)         value zero.
     03  WS-Last-Batch   pic 9(5)         value zero.
     03  WS-Post-No      pic 99           value zero.
     03  WS-Nx-CCYY      pic 9(4)         value zero.
     03  WS-Nx-MM        pic 99           value zero.
     03  WS-Leg-Save     pic x(32)        value spaces.
*>
 01  WS-Lease-Save       pic x(250).
*>
*>  The terms a present value is worked from.
*>
 01  WS-Calc.
     03  WS-C-Payment    pic s9(7)v99  comp-3 value zero.
     03  WS-C-Term       pic 999          value zero.
     03  WS-C-Pay-Months pic 99           value zero.
     03  WS-C-Timing     pic x            value space.
     03  WS-C-Rate       pic 99v9999      value zero.
     03  WS-Mth-Rate     pic 9v9(12)   comp-3 value zero.
     03  WS-DF           pic 9v9(14)   comp-3 value zero.
     03  WS-PV-Acc       pic s9(11)v9(6) comp-3 value zero.
     03  WS-PV           pic s9(9)v99  comp-3 value zero.
*>
*>  One journal line - a negative amount swaps the sides.
*>
 01  WS-Journal.
     03  WS-J-DR         pic 9(6)         value zero.
     03  WS-J-CR         pic 9(6)         value zero.
     03  WS-J-Amount     pic s9(9)v99  comp-3 value zero.
     03  WS-J-Legend     pic x(32)        value spaces.
     03  WS-J-Date       pic x(8)         value spaces.
*>
 01  WS-Accounts.
     03  WS-AC           pic 9(6)         occurs 6.
 01  WS-AC-Names.
     03  filler          pic x(26)        value "ROU asset - cost".
     03  filler          pic x(26)        value "ROU asset - depreciation".
     03  filler          pic x(26)        value "Lease liability".
     03  filler          pic x(26)        value "Interest expense".
     03  filler          pic x(26)        value "Depreciation expense".
     03  filler          pic x(26)        value "Payments charged to".
 01  filler redefines WS-AC-Names.
     03  WS-AC-Name      pic x(26)        occurs 6.
*>
*>  Maturity analysis - classes V, P, O then all.
*>
 01  WS-Maturity.
     03  WS-Mat-Line                      occurs 4.
         05  WS-Mat-Band     pic s9(9)v99  comp-3 occurs 3.
         05  WS-Mat-Total    pic s9(9)v99  comp-3.
         05  WS-Mat-Liab     pic s9(9)v99  comp-3.
 01  WS-Lease-Bands.
     03  WS-LB-Band      pic s9(9)v99  comp-3 occurs 3.
     03  WS-LB-Total     pic s9(9)v99  comp-3.
 01  WS-Class-Names.
     03  filler          pic x(9)         value "Vehicles".
     03  filler          pic x(9)         value "Property".
     03  filler          pic x(9)         value "Other".
     03  filler          pic x(9)         value "All".
 01  filler redefines WS-Class-Names.
     03  WS-Class-Name   pic x(9)         occurs 4.
*>
 01  WS-Reg-Totals.
     03  WS-RT-Cost      pic s9(9)v99  comp-3 value zero.
     03  WS-RT-Dep       pic s9(9)v99  comp-3 value zero.
     03  WS-RT-Liab      pic s9(9)v99  comp-3 value zero.
*>
 01  ws-date-formats.
     03  ws-swap             pic xx.
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
     03  XL203          pic x(18) value "XL203 Invalid date".
     03  XL217          pic x(21) value "XL217 Lease not found".
     03  XL218          pic x(40) value "XL218 Account not on the nominal ledger".
     03  XL219          pic x(22) value "XL219 Lease not active".
     03  XL223          pic x(33) value "XL223 Lease term already run out".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(52)       value spaces.
     03  filler          pic x(24)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2-jnl.
     03  filler          pic x(66)       value
         "Lease  Period  Legend                           DR     CR         ".
     03  filler          pic x(9)        value
         "   Amount".
*>
 01  line-3-jnl.
     03  l3j-lease       pic z(5)9.
     03  filler          pic x           value space.
     03  l3j-period      pic 9999/99.
     03  filler          pic x           value space.
     03  l3j-legend      pic x(33).
     03  l3j-dr          pic 9(6).
     03  filler          pic x           value space.
     03  l3j-cr          pic 9(6).
     03  l3j-amount      pic -(10)9.99.
*>
 01  line-2-reg.
     03  filler          pic x(64)       value
         "Lease  Description                    Cl Start  Term    Payment ".
     03  filler          pic x(67)       value
         "Mth  A/R  Rate %    ROU Cost  Accum Depn   Liability Last    Status".
*>
 01  line-3-reg.
     03  l3r-lease       pic z(5)9.
     03  filler          pic x           value space.
     03  l3r-desc        pic x(31).
     03  l3r-class       pic x(3).
     03  l3r-start       pic 9999/99.
     03  filler          pic x           value space.
     03  l3r-term        pic zz9.
     03  l3r-payment     pic z(7)9.99.
     03  filler          pic xx          value spaces.
     03  l3r-every       pic z9.
     03  filler          pic xx          value spaces.
     03  l3r-timing      pic x(3).
     03  l3r-rate        pic zz9.9999.
     03  l3r-cost        pic -(8)9.99.
     03  l3r-dep         pic -(8)9.99.
     03  l3r-liab        pic -(8)9.99.
     03  filler          pic x           value space.
     03  l3r-last        pic 9999/99.
     03  filler          pic x           value space.
     03  l3r-status      pic x(10).
*>
 01  line-4-reg.
     03  filler          pic x(7)        value spaces.
     03  filler          pic x(10)       value "Accounts".
     03  l4r-ac          pic 9(6)bb      occurs 6.
     03  filler          pic x(10)       value "Supplier".
     03  l4r-supp        pic x(8).
     03  filler          pic x(15)       value "Modifications".
     03  l4r-mods        pic z9.
*>
 01  line-2-mat.
     03  filler          pic x(63)       value
         "Lease  Description                       Under 1 year    1 - 5 ".
     03  filler          pic x(50)       value
         "years   Over 5 years   Undiscounted      Liability".
*>
 01  line-3-mat.
     03  l3m-lease       pic z(5)9.
     03  filler          pic x           value space.
     03  l3m-desc        pic x(31).
     03  l3m-band        pic -(11)9.99   occurs 3.
     03  l3m-total       pic -(11)9.99.
     03  l3m-liab        pic -(11)9.99.
*>
 01  line-5.
     03  l5-lit          pic x(38).
     03  l5-amount       pic -(10)9.99.
*>
 01  line-6.
     03  l6-lit          pic x(38).
     03  l6-cnt          pic zzzz9.
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
     move     to-day (1:6) to WS-Today-Date (1:6).
     move     to-day (9:2) to WS-Today-Date (7:2).
     move     1 to File-Key-No.
*>
*>  Default period is last month.
*>
     move     to-day (7:4) to WS-Per-CCYY.
     move     to-day (4:2) to WS-Per-MM.
     if       WS-Per-MM = 1
              move 12 to WS-Per-MM
              subtract 1 from WS-Per-CCYY
     else
              subtract 1 from WS-Per-MM.
     move     WS-Period to WS-Default-Period.
*>
*>  First use - the file is created with its control record.
*>
     open     i-o Lease-File.
     if       fs-reply = 35
              open output Lease-File
              close Lease-File
              open i-o Lease-File.
     move     zero to LS-Lease-No.
     read     Lease-File
              invalid key
              move zero to LS-Lease-No
              initialize LS-Control
              move zero to LSC-Next-Lease
              write Lease-Record
     end-read
     close    Lease-File.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Lease Register (IFRS 16)" at 0129 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Enter a New Lease"                at 0811 with foreground-color 2.
     display  "(2)  Print Lease Register"             at 0911 with foreground-color 2.
     display  "(3)  Period Journals"                  at 1011 with foreground-color 2.
     display  "(4)  Maturity Analysis"                at 1111 with foreground-color 2.
     display  "(5)  Modify a Lease"                   at 1211 with foreground-color 2.
     display  "(6)  Terminate a Lease Early"          at 1311 with foreground-color 2.
     display  "(X)  Return To Menu"                   at 1511 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-New-Lease
              go to menu-return.
     if       menu-reply = "2"
              perform  fa000-Print-Register
              go to menu-return.
     if       menu-reply = "3"
              perform  ca000-Period-Journals
              go to menu-return.
     if       menu-reply = "4"
              perform  ea000-Maturity
              go to menu-return.
     if       menu-reply = "5"
              perform  ga000-Modify
              go to menu-return.
     if       menu-reply = "6"
              perform  ha000-Terminate
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
 ba000-New-Lease         section.
*>==============================
*>
     display  " " at 0401 with erase eos.
     display  "Enter a New Lease" at 0401 with foreground-color 2.
     initialize Lease-Record.
     move     WS-Default-Period to LS-Start-Period.
     move     1   to LS-Pay-Months.
     move     "A" to LS-Timing.
     move     "V" to LS-Class.
     display  "Description    [                              ]" at 0601 with foreground-color 2.
     display  "Class          [ ]  V = Vehicle, P = Property, O = Other" at 0701 with foreground-color 2.
     display  "Supplier       [       ]" at 0801 with foreground-color 2.
     display  "Commencement   [      ]  ccyymm" at 0901 with foreground-color 2.
     display  "Term (months)  [   ]" at 1001 with foreground-color 2.
     display  "Payment        [            ]" at 1101 with foreground-color 2.
     display  "Paid every     [  ]  months - 1, 3, 6 or 12" at 1201 with foreground-color 2.
     display  "In advance / arrears [ ]  A or R" at 1301 with foreground-color 2.
     display  "Discount rate  [        ]  % a year" at 1401 with foreground-color 2.
     display  "Direct costs   [            ]" at 1501 with foreground-color 2.
*>
 ba010-Desc.
     accept   LS-Desc at 0617 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     if       LS-Desc = spaces
              go to ba010-Desc.
*>
 ba020-Class.
     accept   LS-Class at 0717 with foreground-color 3 update UPPER.
     if       not LS-Vehicle and not LS-Property and not LS-Other-Asset
              go to ba020-Class.
     accept   LS-Supplier at 0817 with foreground-color 3 update UPPER.
*>
 ba030-Start.
     accept   LS-Start-Period at 0917 with foreground-color 3 update.
     move     LS-Start-Period to WS-Period.
     if       WS-Per-MM < 1 or > 12
           or WS-Per-CCYY < 2000
              display XL203 at 2301 with foreground-color 4 highlight
              go to ba030-Start.
     display  " " at 2301 with erase eol.
*>
 ba040-Term.
     accept   LS-Term at 1017 with foreground-color 3 update.
     if       LS-Term = zero
              go to ba040-Term.
*>
 ba050-Payment.
     move     spaces to WS-Amt-In.
     accept   WS-Amt-In at 1117 with foreground-color 3 update.
     if       function test-numval (WS-Amt-In) not = zero
              go to ba050-Payment.
     move     function numval (WS-Amt-In) to LS-Payment.
     if       LS-Payment not > zero
              go to ba050-Payment.
     move     LS-Payment to WS-D-Amt.
     display  WS-D-Amt at 1117 with foreground-color 3.
*>
 ba060-Every.
     accept   LS-Pay-Months at 1217 with foreground-color 3 update.
     if       LS-Pay-Months not = 1 and not = 3 and not = 6 and not = 12
              go to ba060-Every.
*>
 ba070-Timing.
     accept   LS-Timing at 1323 with foreground-color 3 update UPPER.
     if       not LS-In-Advance and not LS-In-Arrears
              go to ba070-Timing.
*>
 ba080-Rate.
     move     spaces to WS-Rate-In.
     accept   WS-Rate-In at 1417 with foreground-color 3 update.
     if       function test-numval (WS-Rate-In) not = zero
              go to ba080-Rate.
     move     function numval (WS-Rate-In) to LS-Rate.
     move     LS-Rate to WS-D-Rate.
     display  WS-D-Rate at 1417 with foreground-color 3.
*>
 ba090-IDC.
     move     spaces to WS-Amt-In.
     accept   WS-Amt-In at 1517 with foreground-color 3 update.
     if       WS-Amt-In = spaces
              move zero to LS-IDC
     else
      if      function test-numval (WS-Amt-In) not = zero
              go to ba090-IDC
      else
              move function numval (WS-Amt-In) to LS-IDC.
     move     LS-IDC to WS-D-Amt.
     display  WS-D-Amt at 1517 with foreground-color 3.
*>
*>  The six GL accounts, each on the nominal ledger.
*>
     move     zero to WS-Accounts.
     perform  bb000-Get-Accounts.
     if       WS-Found not = "Y"
              go to ba999-exit.
     move     WS-Accounts to LS-Accounts.
*>
     move     LS-Payment    to WS-C-Payment.
     move     LS-Term       to WS-C-Term.
     move     LS-Pay-Months to WS-C-Pay-Months.
     move     LS-Timing     to WS-C-Timing.
     move     LS-Rate       to WS-C-Rate.
     perform  zb000-Present-Value.
     display  "Lease liability" at 2101 with foreground-color 2.
     move     WS-PV to WS-D-Amt.
     display  WS-D-Amt at 2120 with foreground-color 3 highlight.
     display  "Right-of-use asset" at 2141 with foreground-color 2.
     add      WS-PV LS-IDC giving WS-Amount.
     move     WS-Amount to WS-D-Amt.
     display  WS-D-Amt at 2160 with foreground-color 3 highlight.
     display  "Add this lease ? Y/N [ ]" at 2301 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 2323 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to ba999-exit.
*>
     move     "A"               to LS-Status.
     move     WS-PV             to LS-Init-Liab LS-Liability.
     move     WS-Amount         to LS-Init-ROU LS-ROU-Cost.
     move     LS-Start-Period   to LS-Basis-Period.
     move     LS-Term           to LS-Basis-Term.
     move     LS-Payment        to LS-Cur-Payment.
     move     LS-Rate           to LS-Cur-Rate.
     move     zero to LS-Last-Period LS-Acc-Dep LS-Mod-Cnt
                      LS-Mod-Period LS-End-Period.
     move     WS-Today-Bin      to LS-Entered.
     move     LS-Data to WS-Lease-Save.
     open     i-o Lease-File.
     move     zero to LS-Lease-No.
     read     Lease-File.
     add      1 to LSC-Next-Lease.
     move     LSC-Next-Lease to WS-Lease.
     rewrite  Lease-Record.
     move     WS-Lease to LS-Lease-No.
     move     WS-Lease-Save to LS-Data.
     write    Lease-Record.
     close    Lease-File.
     move     WS-Lease to WS-D-Lease.
     display  "Lease added as number" at 2301 with erase eol foreground-color 2.
     display  WS-D-Lease at 2323 with foreground-color 3.
     display  "Hit return" at 2401 with foreground-color 2.
     accept   ws-reply at 2412.
*>
 ba999-exit.
     exit     section.
*>
 bb000-Get-Accounts      section.
*>==============================
*>
*>  WS-Accounts keyed, each checked on the GL nominal file (profit
*>   centre 00).  WS-Found N on Esc.
*>
     move     "N" to WS-Found.
     perform  GL-Nominal-Open-Input.
     move     1 to WS-Ax.
*>
 bb010-Account.
     add      15 WS-Ax giving WS-Row.
     display  WS-AC-Name (WS-Ax) at line WS-Row col 1 with foreground-color 2.
     display  "[      ]" at line WS-Row col 27 with foreground-color 2.
     accept   WS-AC (WS-Ax) at line WS-Row col 28 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to bb900-Close.
     move     WS-AC (WS-Ax) to WS-Check-AC.
     perform  bc000-Check-Account.
     if       WS-Check-AC = zero
              go to bb010-Account.
     display  Ledger-Name at line WS-Row col 37 with foreground-color 3.
     add      1 to WS-Ax.
     if       WS-Ax not > 6
              go to bb010-Account.
     move     "Y" to WS-Found.
*>
 bb900-Close.
     perform  GL-Nominal-Close.
*>
 bb999-exit.
     exit     section.
*>
 bc000-Check-Account     section.
*>==============================
*>
*>  WS-Check-AC read on the open GL nominal file, zeroed when missing.
*>
     move     WS-Check-AC to WS-Ledger-Nos.
     move     zero to Ledger-PC.
     perform  GL-Nominal-Read-Indexed.
     if       fs-reply not = zero
              display XL218 at 2301 with foreground-color 4 highlight
              move zero to WS-Check-AC
     else
              display " " at 2301 with erase eol.
*>
 bc999-exit.
     exit     section.
*>
 bd000-Get-Lease         section.
*>==============================
*>
*>  Lease number keyed and read, Lease-File open i-o - WS-Found N on
*>   Esc, only an active lease accepted.
*>
     move     "N" to WS-Found.
     display  "Lease number [      ]" at 0601 with foreground-color 2.
*>
 bd010-Accept.
     accept   WS-Lease at 0615 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to bd999-exit.
     if       WS-Lease = zero
              go to bd010-Accept.
     move     WS-Lease to LS-Lease-No.
     read     Lease-File
              invalid key
              display XL217 at 2301 with foreground-color 4 highlight
              go to bd010-Accept.
     if       not LS-Active
              display XL219 at 2301 with foreground-color 4 highlight
              go to bd010-Accept.
     display  " " at 2301 with erase eol.
     display  LS-Desc at 0625 with foreground-color 3.
     move     "Y" to WS-Found.
*>
 bd999-exit.
     exit     section.
*>
 be000-Show-Lease        section.
*>==============================
*>
     display  "ROU asset cost" at 0801 with foreground-color 2.
     move     LS-ROU-Cost to WS-D-Amt.
     display  WS-D-Amt at 0830 with foreground-color 3.
     display  "Accumulated depreciation" at 0901 with foreground-color 2.
     move     LS-Acc-Dep to WS-D-Amt.
     display  WS-D-Amt at 0930 with foreground-color 3.
     display  "Lease liability" at 1001 with foreground-color 2.
     move     LS-Liability to WS-D-Amt.
     display  WS-D-Amt at 1030 with foreground-color 3.
     display  "Payment now" at 1101 with foreground-color 2.
     move     LS-Cur-Payment to WS-D-Amt.
     display  WS-D-Amt at 1130 with foreground-color 3.
     display  "Rate now" at 1201 with foreground-color 2.
     move     LS-Cur-Rate to WS-D-Rate.
     display  WS-D-Rate at 1236 with foreground-color 3.
     display  "Last period journalled" at 1301 with foreground-color 2.
     if       LS-Last-Period = zero
              display "None" at 1339 with foreground-color 3
     else
              display LS-Last-Period at 1337 with foreground-color 3.
*>
 be999-exit.
     exit     section.
*>
 bf000-Next-Month        section.
*>==============================
*>
*>  WS-Mth-Ix set to the first month not yet journalled for the lease,
*>   WS-Basis-Ix to the month its terms run from and WS-Months-Left to
*>   the term left from WS-Mth-Ix.
*>
     if       LS-Last-Period = zero
              move LS-Start-Period to WS-Period
              perform zz070-Period-To-Index
     else
              move LS-Last-Period to WS-Period
              perform zz070-Period-To-Index
              add 1 to WS-Mth-Ix.
     move     WS-Mth-Ix to WS-End-Ix.
     move     LS-Basis-Period to WS-Period.
     perform  zz070-Period-To-Index.
     move     WS-Mth-Ix to WS-Basis-Ix.
     move     WS-End-Ix to WS-Mth-Ix.
     subtract WS-Basis-Ix from WS-Mth-Ix giving WS-K.
     subtract WS-K from LS-Basis-Term giving WS-Months-Left.
*>
 bf999-exit.
     exit     section.
*>
 ca000-Period-Journals   section.
*>==============================
*>
*>  Every active lease journalled month by month up to the period keyed.
*>
     display  " " at 0401 with erase eos.
     display  "Period Journals" at 0401 with foreground-color 2.
     move     WS-Default-Period to WS-Period.
     display  "Journals up to period (ccyymm) [      ]" at 0601 with foreground-color 2.
*>
 ca010-Period.
     accept   WS-Period at 0633 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ca999-exit.
     if       WS-Per-MM < 1 or > 12
           or WS-Per-CCYY < 2000
              display XL203 at 2301 with foreground-color 4 highlight
              go to ca010-Period.
     display  " " at 2301 with erase eol.
     perform  zz070-Period-To-Index.
     move     WS-Mth-Ix to WS-Target-Ix.
     display  "Raise the journals ? Y/N [ ]" at 0801 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 0827 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to ca999-exit.
*>
     move     zero to WS-Post-Total WS-Batch-Cnt WS-First-Batch.
     open     output print-file.
     move     "Lease Journals - IFRS 16" to l1-title.
     move     zero to page-nos.
     move     "Y" to WS-Printing.
     perform  cd000-Jnl-Headings.
     open     i-o Lease-File.
     perform  db000-Open-Batch.
     move     zero to LS-Lease-No.
     start    Lease-File key not less than LS-Lease-No
              invalid key
              go to ca900-End.
*>
 ca020-Read.
     read     Lease-File next record at end
              go to ca900-End.
     if       LS-Lease-No = zero
           or not LS-Active
              go to ca020-Read.
     perform  bf000-Next-Month.
     if       WS-Mth-Ix > WS-Target-Ix
              go to ca020-Read.
*>
*>  First time, the lease goes on to the balance sheet.
*>
     if       LS-Last-Period = zero
              move LS-Start-Period to WS-Period
              perform zz080-Period-End-Date
              move LS-ROU-AC    to WS-J-DR
              move LS-Liab-AC   to WS-J-CR
              move LS-Init-Liab to WS-J-Amount
              move "recognition" to WS-J-Legend
              perform cc000-Lease-Legend
              perform dc000-One-Posting
              move LS-ROU-AC    to WS-J-DR
              move LS-Pay-AC    to WS-J-CR
              move LS-IDC       to WS-J-Amount
              move "direct costs" to WS-J-Legend
              perform cc000-Lease-Legend
              perform dc000-One-Posting.
*>
 ca030-Month.
     perform  cb000-One-Month.
     if       LS-Active
        and   WS-Mth-Ix < WS-Target-Ix
              add 1 to WS-Mth-Ix
              subtract 1 from WS-Months-Left
              go to ca030-Month.
     rewrite  Lease-Record.
     go       to ca020-Read.
*>
 ca900-End.
     perform  db900-Close-Batch.
     close    Lease-File.
     move     "N" to WS-Printing.
     move     spaces to print-record.
     write    print-record after 1.
     move     "Postings written" to l6-lit.
     move     WS-Post-Total to l6-cnt.
     write    print-record from line-6 after 1.
     move     "Unposted GL batches raised" to l6-lit.
     move     WS-Batch-Cnt to l6-cnt.
     write    print-record from line-6 after 1.
     if       WS-Batch-Cnt not = zero
              move "Batch numbers from" to l6-lit
              move WS-First-Batch to l6-cnt
              write print-record from line-6 after 1
              move "                to" to l6-lit
              move WS-Last-Batch to l6-cnt
              write print-record from line-6 after 1.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     display  "Postings written" at 1201 with foreground-color 2.
     display  WS-Post-Total at 1231 with foreground-color 3.
     display  "GL batches raised, unposted" at 1301 with foreground-color 2.
     display  WS-Batch-Cnt at 1331 with foreground-color 3.
     display  "Hit return" at 2401 with foreground-color 2.
     accept   ws-reply at 2412.
*>
 ca999-exit.
     exit     section.
*>
 cb000-One-Month         section.
*>==============================
*>
*>  Month WS-Mth-Ix for the lease in the record - WS-K months after its
*>   terms began, WS-Months-Left of them to run including this one.
*>
     perform  zz075-Index-To-Period.
     perform  zz080-Period-End-Date.
     subtract WS-Basis-Ix from WS-Mth-Ix giving WS-K.
*>
*>  In advance, the payment at the start of the month.
*>
     divide   WS-K by LS-Pay-Months giving WS-Q remainder WS-R.
     if       LS-In-Advance
        and   WS-R = zero
              perform cb100-Repayment.
*>
     compute  WS-Interest rounded = LS-Liability * LS-Cur-Rate / 1200.
     add      WS-Interest to LS-Liability.
*>
*>  In arrears, at its end.
*>
     add      1 WS-K giving WS-Q.
     divide   WS-Q by LS-Pay-Months giving WS-Q remainder WS-R.
     if       LS-In-Arrears
        and   WS-R = zero
              perform cb100-Repayment.
*>
*>  The last month clears what rounding has left on the liability.
*>
     if       WS-Months-Left = 1
        and   LS-Liability not = zero
              subtract LS-Liability from WS-Interest
              move zero to LS-Liability.
     move     LS-Int-AC  to WS-J-DR.
     move     LS-Liab-AC to WS-J-CR.
     move     WS-Interest to WS-J-Amount.
     move     "interest" to WS-J-Legend.
     perform  cc000-Lease-Legend.
     perform  dc000-One-Posting.
*>
     if       WS-Months-Left > zero
              compute WS-Deprec rounded =
                     (LS-ROU-Cost - LS-Acc-Dep) / WS-Months-Left
     else
              move zero to WS-Deprec.
     add      WS-Deprec to LS-Acc-Dep.
     move     LS-DepX-AC to WS-J-DR.
     move     LS-Dep-AC  to WS-J-CR.
     move     WS-Deprec  to WS-J-Amount.
     move     "depreciation" to WS-J-Legend.
     perform  cc000-Lease-Legend.
     perform  dc000-One-Posting.
*>
     move     WS-Period to LS-Last-Period.
     if       WS-Months-Left not > 1
              move "E" to LS-Status
              move WS-Period to LS-End-Period.
     go       to cb999-exit.
*>
 cb100-Repayment.
     subtract LS-Cur-Payment from LS-Liability.
     move     LS-Liab-AC to WS-J-DR.
     move     LS-Pay-AC  to WS-J-CR.
     move     LS-Cur-Payment to WS-J-Amount.
     move     "repayment" to WS-J-Legend.
     perform  cc000-Lease-Legend.
     perform  dc000-One-Posting.
*>
 cb999-exit.
     exit     section.
*>
 cc000-Lease-Legend      section.
*>==============================
*>
*>  "Lease nnnnnn " in front of what the journal is.
*>
     move     WS-J-Legend to WS-Leg-Save.
     move     spaces to WS-J-Legend.
     string   "Lease "    delimited by size
              LS-Lease-No delimited by size
              " "         delimited by size
              WS-Leg-Save delimited by "  "
              into WS-J-Legend.
*>
 cc999-exit.
     exit     section.
*>
 cd000-Jnl-Headings      section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     write    print-record from line-1 after page.
     write    print-record from line-2-jnl after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     4 to line-cnt.
*>
 cd999-exit.
     exit     section.
*>
 db000-Open-Batch        section.
*>==============================
*>
     perform  GL-Batch-Open.
     move     next-batch  to  WS-Batch-nos.
     move     1  to  WS-Ledger.
     add      1  to  Next-Batch.
     move     zero     to batch-status cleared-status.
     move     scycle   to bcycle.
     move     run-date to entered.
     move     "Lease journals (IFRS16)" to description.
     move     zero  to  bdefault batch-def-ac batch-def-pc
                        items input-gross input-vat
                        actual-gross actual-vat.
     move     "DR"  to  convention.
     move     "GL"  to  batch-def-code.
     move     "I"   to  batch-def-vat.
     move     usera to  Batch-User.
     move     zero  to  Batch-Term.
     add      postings  1  giving  batch-start.
*>
     perform  GL-Posting-Open.
     if       fs-reply not = zero
              perform GL-Posting-Close
              perform GL-Posting-Open-Output.
     move     zero to WS-Post-No.
*>
 db999-exit.
     exit     section.
*>
 db900-Close-Batch       section.
*>==============================
*>
*>  An empty batch gives its number back.
*>
     if       WS-Post-No = zero
              subtract 1 from Next-Batch
              perform GL-Batch-Close
              perform GL-Posting-Close
              go to db999b-exit.
     move     WS-Post-No to items.
     perform  GL-Batch-Write.
     add      WS-Post-No to postings.
     perform  GL-Batch-Close.
     perform  GL-Posting-Close.
     add      1 to WS-Batch-Cnt.
     if       WS-First-Batch = zero
              move WS-Batch-Nos to WS-First-Batch.
     move     WS-Batch-Nos to WS-Last-Batch.
*>
 db999b-exit.
     exit     section.
*>
 dc000-One-Posting       section.
*>==============================
*>
*>  WS-Journal as a posting - nothing for a zero amount.
*>
     if       WS-J-Amount = zero
              go to dc999-exit.
     if       WS-Post-No = 99
              perform db900-Close-Batch
              perform db000-Open-Batch.
     add      1 to WS-Post-No WS-Post-Total.
     move     WS-Batch-Nos   to batch.
     move     WS-Post-No     to post-number.
     add      batch-start WS-Post-No giving rrn.
     move     RRN            to WS-Post-rrn.
     move     "GL"           to post-code in WS-Posting-Record.
     move     WS-J-Date      to post-date.
     move     zero           to dr-pc cr-pc.
     if       WS-J-Amount > zero
              move WS-J-DR     to post-dr
              move WS-J-CR     to post-cr
              move WS-J-Amount to post-amount
     else
              move WS-J-CR     to post-dr
              move WS-J-DR     to post-cr
              multiply WS-J-Amount by -1 giving post-amount.
     move     WS-J-Legend    to post-legend.
     move     zero           to vat-ac of WS-Posting-Record
                                vat-pc vat-amount.
     move     "DR"           to post-vat-side.
     perform  GL-Posting-Write.
     add      post-amount    to input-gross actual-gross.
*>
     if       WS-Printing not = "Y"
              go to dc999-exit.
     if       line-cnt > Page-Lines - 2
              perform cd000-Jnl-Headings.
     move     LS-Lease-No    to l3j-lease.
     move     WS-Period      to l3j-period.
     move     post-legend    to l3j-legend.
     move     post-dr        to l3j-dr.
     move     post-cr        to l3j-cr.
     move     post-amount    to l3j-amount.
     write    print-record from line-3-jnl after 1.
     add      1 to line-cnt.
*>
 dc999-exit.
     exit     section.
*>
 ea000-Maturity          section.
*>==============================
*>
*>  Undiscounted payments left after the period keyed, by when they
*>   fall, against the liability held.
*>
     display  " " at 0401 with erase eos.
     display  "Maturity Analysis" at 0401 with foreground-color 2.
     move     WS-Default-Period to WS-Period.
     display  "Payments after period (ccyymm) [      ]" at 0601 with foreground-color 2.
*>
 ea010-Period.
     accept   WS-Period at 0633 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ea999-exit.
     if       WS-Per-MM < 1 or > 12
           or WS-Per-CCYY < 2000
              display XL203 at 2301 with foreground-color 4 highlight
              go to ea010-Period.
     display  " " at 2301 with erase eol.
     perform  zz070-Period-To-Index.
     move     WS-Mth-Ix to WS-Target-Ix.
*>
     initialize WS-Maturity.
     open     output print-file.
     move     spaces to l1-title.
     string   "Lease Maturity Analysis - Payments after " delimited by size
              WS-Per-MM   delimited by size
              "/"         delimited by size
              WS-Per-CCYY delimited by size
              into l1-title.
     move     zero to page-nos.
     perform  ed000-Mat-Headings.
     open     input Lease-File.
     move     zero to LS-Lease-No.
     start    Lease-File key not less than LS-Lease-No
              invalid key
              go to ea900-Totals.
*>
 ea020-Read.
     read     Lease-File next record at end
              go to ea900-Totals.
     if       LS-Lease-No = zero
           or not LS-Active
              go to ea020-Read.
     perform  eb000-Lease-Bands.
     if       LS-Vehicle
              move 1 to WS-Cx
     else
      if      LS-Property
              move 2 to WS-Cx
      else
              move 3 to WS-Cx.
     perform  ec000-Add-Bands.
     move     4 to WS-Cx.
     perform  ec000-Add-Bands.
*>
     if       line-cnt > Page-Lines - 2
              perform ed000-Mat-Headings.
     move     LS-Lease-No to l3m-lease.
     move     LS-Desc     to l3m-desc.
     move     WS-LB-Band (1) to l3m-band (1).
     move     WS-LB-Band (2) to l3m-band (2).
     move     WS-LB-Band (3) to l3m-band (3).
     move     WS-LB-Total    to l3m-total.
     move     LS-Liability   to l3m-liab.
     write    print-record from line-3-mat after 1.
     add      1 to line-cnt.
     go       to ea020-Read.
*>
 ea900-Totals.
     close    Lease-File.
     move     spaces to print-record.
     write    print-record after 1.
     move     1 to WS-Cx.
*>
 ea910-Class.
     move     spaces to line-3-mat.
     move     WS-Class-Name (WS-Cx) to l3m-desc.
     move     WS-Mat-Band (WS-Cx 1) to l3m-band (1).
     move     WS-Mat-Band (WS-Cx 2) to l3m-band (2).
     move     WS-Mat-Band (WS-Cx 3) to l3m-band (3).
     move     WS-Mat-Total (WS-Cx) to l3m-total.
     move     WS-Mat-Liab (WS-Cx)  to l3m-liab.
     write    print-record from line-3-mat after 1.
     add      1 to WS-Cx.
     if       WS-Cx not > 4
              go to ea910-Class.
*>
     subtract WS-Mat-Liab (4) from WS-Mat-Total (4) giving WS-Amount.
     move     spaces to print-record.
     write    print-record after 1.
     move     "Less interest not yet charged" to l5-lit.
     move     WS-Amount to l5-amount.
     write    print-record from line-5 after 1.
     move     "Lease liability, last period journalled" to l5-lit.
     move     WS-Mat-Liab (4) to l5-amount.
     write    print-record from line-5 after 1.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     display  "Maturity analysis printed." at 1201 with foreground-color 2.
     display  "Hit return" at 2401 with foreground-color 2.
     accept   ws-reply at 2412.
*>
 ea999-exit.
     exit     section.
*>
 eb000-Lease-Bands       section.
*>==============================
*>
*>  The lease's payments falling after WS-Target-Ix, in their bands -
*>   under 1 year (1 - 12 months on), 1 to 5 years and over 5.
*>
     initialize WS-Lease-Bands.
     move     LS-Basis-Period to WS-Period.
     perform  zz070-Period-To-Index.
     move     WS-Mth-Ix to WS-Basis-Ix.
     add      WS-Basis-Ix LS-Basis-Term giving WS-End-Ix.
     if       WS-Target-Ix < WS-Basis-Ix
              move WS-Basis-Ix to WS-Mth-Ix
     else
              add 1 WS-Target-Ix giving WS-Mth-Ix.
*>
 eb010-Month.
     if       WS-Mth-Ix not < WS-End-Ix
              go to eb999-exit.
     subtract WS-Basis-Ix from WS-Mth-Ix giving WS-K.
     if       LS-In-Arrears
              add 1 to WS-K.
     divide   WS-K by LS-Pay-Months giving WS-Q remainder WS-R.
     if       WS-R not = zero
              go to eb020-Next.
     subtract WS-Target-Ix from WS-Mth-Ix giving WS-K.
     if       WS-K not > 12
              move 1 to WS-Cx
     else
      if      WS-K not > 60
              move 2 to WS-Cx
      else
              move 3 to WS-Cx.
     add      LS-Cur-Payment to WS-LB-Band (WS-Cx) WS-LB-Total.
*>
 eb020-Next.
     add      1 to WS-Mth-Ix.
     go       to eb010-Month.
*>
 eb999-exit.
     exit     section.
*>
 ec000-Add-Bands         section.
*>==============================
*>
     add      WS-LB-Band (1) to WS-Mat-Band (WS-Cx 1).
     add      WS-LB-Band (2) to WS-Mat-Band (WS-Cx 2).
     add      WS-LB-Band (3) to WS-Mat-Band (WS-Cx 3).
     add      WS-LB-Total    to WS-Mat-Total (WS-Cx).
     add      LS-Liability   to WS-Mat-Liab (WS-Cx).
*>
 ec999-exit.
     exit     section.
*>
 ed000-Mat-Headings      section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     write    print-record from line-1 after page.
     write    print-record from line-2-mat after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     4 to line-cnt.
*>
 ed999-exit.
     exit     section.
*>
 fa000-Print-Register    section.
*>==============================
*>
     display  " " at 0401 with erase eos.
     display  "Printing the lease register" at 0401 with foreground-color 2.
     initialize WS-Reg-Totals.
     open     output print-file.
     move     "Lease Register - IFRS 16" to l1-title.
     move     zero to page-nos.
     perform  fc000-Reg-Headings.
     open     input Lease-File.
     move     zero to LS-Lease-No.
     start    Lease-File key not less than LS-Lease-No
              invalid key
              go to fa900-Totals.
*>
 fa010-Read.
     read     Lease-File next record at end
              go to fa900-Totals.
     if       LS-Lease-No = zero
              go to fa010-Read.
     perform  fb000-Print-Lease.
     go       to fa010-Read.
*>
 fa900-Totals.
     close    Lease-File.
     move     spaces to print-record.
     write    print-record after 1.
     move     "Total ROU asset cost" to l5-lit.
     move     WS-RT-Cost to l5-amount.
     write    print-record from line-5 after 1.
     move     "Total accumulated depreciation" to l5-lit.
     move     WS-RT-Dep to l5-amount.
     write    print-record from line-5 after 1.
     subtract WS-RT-Dep from WS-RT-Cost giving WS-Amount.
     move     "Net book value" to l5-lit.
     move     WS-Amount to l5-amount.
     write    print-record from line-5 after 1.
     move     "Total lease liability" to l5-lit.
     move     WS-RT-Liab to l5-amount.
     write    print-record from line-5 after 1.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     display  "Register printed." at 1201 with foreground-color 2.
     display  "Hit return" at 2401 with foreground-color 2.
     accept   ws-reply at 2412.
*>
 fa999-exit.
     exit     section.
*>
 fb000-Print-Lease       section.
*>==============================
*>
     if       line-cnt > Page-Lines - 3
              perform fc000-Reg-Headings.
     move     LS-Lease-No     to l3r-lease.
     move     LS-Desc         to l3r-desc.
     move     LS-Class        to l3r-class.
     move     LS-Start-Period to l3r-start.
     move     LS-Term         to l3r-term.
     move     LS-Cur-Payment  to l3r-payment.
     move     LS-Pay-Months   to l3r-every.
     if       LS-In-Advance
              move "Adv" to l3r-timing
     else
              move "Arr" to l3r-timing.
     move     LS-Cur-Rate     to l3r-rate.
     move     LS-ROU-Cost     to l3r-cost.
     move     LS-Acc-Dep      to l3r-dep.
     move     LS-Liability    to l3r-liab.
     move     LS-Last-Period  to l3r-last.
     if       LS-Active
              move "Active"     to l3r-status
     else
      if      LS-Ended
              move "Ended"      to l3r-status
      else
              move "Terminated" to l3r-status.
     write    print-record from line-3-reg after 1.
     move     LS-ROU-AC  to l4r-ac (1).
     move     LS-Dep-AC  to l4r-ac (2).
     move     LS-Liab-AC to l4r-ac (3).
     move     LS-Int-AC  to l4r-ac (4).
     move     LS-DepX-AC to l4r-ac (5).
     move     LS-Pay-AC  to l4r-ac (6).
     move     LS-Supplier to l4r-supp.
     move     LS-Mod-Cnt to l4r-mods.
     write    print-record from line-4-reg after 1.
     add      2 to line-cnt.
     add      LS-ROU-Cost  to WS-RT-Cost.
     add      LS-Acc-Dep   to WS-RT-Dep.
     add      LS-Liability to WS-RT-Liab.
*>
 fb999-exit.
     exit     section.
*>
 fc000-Reg-Headings      section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     write    print-record from line-1 after page.
     write    print-record from line-2-reg after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     4 to line-cnt.
*>
 fc999-exit.
     exit     section.
*>
 ga000-Modify            section.
*>==============================
*>
*>  New payment, term left and / or rate from the first month not yet
*>   journalled - the liability re-measured and the difference taken to
*>   the asset.
*>
     display  " " at 0401 with erase eos.
     display  "Modify a Lease" at 0401 with foreground-color 2.
     open     i-o Lease-File.
     perform  bd000-Get-Lease.
     if       WS-Found not = "Y"
              go to ga900-Close.
     perform  be000-Show-Lease.
     perform  bf000-Next-Month.
     if       WS-Months-Left not > zero
              display XL223 at 2301 with foreground-color 4 highlight
              display "Hit return" at 2401 with foreground-color 2
              accept  ws-reply at 2412
              go to ga900-Close.
     perform  zz075-Index-To-Period.
     display  "Effective from period" at 1501 with foreground-color 2.
     display  WS-Period at 1537 with foreground-color 3.
*>
     move     LS-Cur-Payment to WS-C-Payment WS-D-Amt.
     move     WS-Months-Left to WS-C-Term.
     move     LS-Pay-Months  to WS-C-Pay-Months.
     move     LS-Timing      to WS-C-Timing.
     move     LS-Cur-Rate    to WS-C-Rate WS-D-Rate.
     display  "New payment    [            ]" at 1601 with foreground-color 2.
     display  "Months to run  [   ]" at 1701 with foreground-color 2.
     display  "Discount rate  [        ]" at 1801 with foreground-color 2.
     move     WS-D-Amt to WS-Amt-In.
*>
 ga010-Payment.
     accept   WS-Amt-In at 1617 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ga900-Close.
     if       function test-numval (WS-Amt-In) not = zero
              go to ga010-Payment.
     move     function numval (WS-Amt-In) to WS-C-Payment.
     if       WS-C-Payment not > zero
              go to ga010-Payment.
     move     WS-C-Payment to WS-D-Amt.
     display  WS-D-Amt at 1617 with foreground-color 3.
*>
 ga020-Term.
     accept   WS-C-Term at 1717 with foreground-color 3 update.
     if       WS-C-Term = zero
              go to ga020-Term.
     move     WS-D-Rate to WS-Rate-In.
*>
 ga030-Rate.
     accept   WS-Rate-In at 1817 with foreground-color 3 update.
     if       function test-numval (WS-Rate-In) not = zero
              go to ga030-Rate.
     move     function numval (WS-Rate-In) to WS-C-Rate.
     move     WS-C-Rate to WS-D-Rate.
     display  WS-D-Rate at 1817 with foreground-color 3.
*>
     perform  zb000-Present-Value.
     subtract LS-Liability from WS-PV giving WS-Diff.
     display  "Re-measured liability" at 2001 with foreground-color 2.
     move     WS-PV to WS-D-Amt.
     display  WS-D-Amt at 2030 with foreground-color 3 highlight.
     display  "Adjustment to the asset" at 2101 with foreground-color 2.
     move     WS-Diff to WS-D-Amt.
     display  WS-D-Amt at 2130 with foreground-color 3 highlight.
     display  "Make this modification ? Y/N [ ]" at 2301 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 2331 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to ga900-Close.
*>
     move     zero to WS-Post-Total WS-Batch-Cnt WS-First-Batch.
     move     "N" to WS-Printing.
     move     WS-Today-Date to WS-J-Date.
     perform  db000-Open-Batch.
     move     LS-ROU-AC  to WS-J-DR.
     move     LS-Liab-AC to WS-J-CR.
     move     WS-Diff    to WS-J-Amount.
     move     "modification" to WS-J-Legend.
     perform  cc000-Lease-Legend.
     perform  dc000-One-Posting.
     perform  db900-Close-Batch.
*>
     move     WS-Period     to LS-Basis-Period LS-Mod-Period.
     move     WS-C-Term     to LS-Basis-Term.
     move     WS-C-Payment  to LS-Cur-Payment.
     move     WS-C-Rate     to LS-Cur-Rate.
     move     WS-PV         to LS-Liability.
     add      WS-Diff       to LS-ROU-Cost.
     add      1 to LS-Mod-Cnt.
     rewrite  Lease-Record.
     display  "Lease modified" at 2301 with erase eol foreground-color 2.
     display  "Hit return" at 2401 with foreground-color 2.
     accept   ws-reply at 2412.
*>
 ga900-Close.
     close    Lease-File.
*>
 ga999-exit.
     exit     section.
*>
 ha000-Terminate         section.
*>==============================
*>
*>  Asset, depreciation and liability taken off to the gain / loss
*>   account keyed, with any penalty paid through the payments account.
*>
     display  " " at 0401 with erase eos.
     display  "Terminate a Lease Early" at 0401 with foreground-color 2.
     open     i-o Lease-File.
     perform  bd000-Get-Lease.
     if       WS-Found not = "Y"
              go to ha900-Close.
     perform  be000-Show-Lease.
     perform  bf000-Next-Month.
     perform  zz075-Index-To-Period.
     display  "Ending from period" at 1501 with foreground-color 2.
     display  WS-Period at 1537 with foreground-color 3.
     display  "Gain / loss account [      ]" at 1601 with foreground-color 2.
     display  "Penalty paid   [            ]" at 1701 with foreground-color 2.
     perform  GL-Nominal-Open-Input.
*>
 ha010-Account.
     accept   WS-GL-AC at 1622 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              perform GL-Nominal-Close
              go to ha900-Close.
     move     WS-GL-AC to WS-Check-AC.
     perform  bc000-Check-Account.
     if       WS-Check-AC = zero
              go to ha010-Account.
     display  Ledger-Name at 1631 with foreground-color 3.
     perform  GL-Nominal-Close.
*>
 ha020-Penalty.
     move     spaces to WS-Amt-In.
     accept   WS-Amt-In at 1717 with foreground-color 3 update.
     if       WS-Amt-In = spaces
              move zero to WS-Penalty
     else
      if      function test-numval (WS-Amt-In) not = zero
              go to ha020-Penalty
      else
              move function numval (WS-Amt-In) to WS-Penalty.
     move     WS-Penalty to WS-D-Amt.
     display  WS-D-Amt at 1717 with foreground-color 3.
*>
     compute  WS-Gain = LS-Liability + LS-Acc-Dep - LS-ROU-Cost - WS-Penalty.
     if       WS-Gain < zero
              display "Loss on termination" at 1901 with foreground-color 2
     else
              display "Gain on termination" at 1901 with foreground-color 2.
     move     WS-Gain to WS-D-Amt.
     display  WS-D-Amt at 1930 with foreground-color 3 highlight.
     display  "Terminate this lease ? Y/N [ ]" at 2301 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 2329 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to ha900-Close.
*>
*>
*>  Never journalled, so nothing on the ledger to take off.
*>
     if       LS-Last-Period = zero
              go to ha050-Update.
     move     zero to WS-Post-Total WS-Batch-Cnt WS-First-Batch.
     move     "N" to WS-Printing.
     move     WS-Today-Date to WS-J-Date.
     perform  db000-Open-Batch.
     move     LS-Liab-AC   to WS-J-DR.
     move     WS-GL-AC     to WS-J-CR.
     move     LS-Liability to WS-J-Amount.
     move     "ended - liability" to WS-J-Legend.
     perform  cc000-Lease-Legend.
     perform  dc000-One-Posting.
     move     LS-Dep-AC    to WS-J-DR.
     move     WS-GL-AC     to WS-J-CR.
     move     LS-Acc-Dep   to WS-J-Amount.
     move     "ended - depreciation" to WS-J-Legend.
     perform  cc000-Lease-Legend.
     perform  dc000-One-Posting.
     move     WS-GL-AC     to WS-J-DR.
     move     LS-ROU-AC    to WS-J-CR.
     move     LS-ROU-Cost  to WS-J-Amount.
     move     "ended - asset" to WS-J-Legend.
     perform  cc000-Lease-Legend.
     perform  dc000-One-Posting.
     move     WS-GL-AC     to WS-J-DR.
     move     LS-Pay-AC    to WS-J-CR.
     move     WS-Penalty   to WS-J-Amount.
     move     "ended - penalty" to WS-J-Legend.
     perform  cc000-Lease-Legend.
     perform  dc000-One-Posting.
     perform  db900-Close-Batch.
*>
 ha050-Update.
     move     "T" to LS-Status.
     move     WS-Period to LS-End-Period.
     move     zero to LS-Liability LS-ROU-Cost LS-Acc-Dep.
     rewrite  Lease-Record.
     display  "Lease terminated" at 2301 with erase eol foreground-color 2.
     display  "Hit return" at 2401 with foreground-color 2.
     accept   ws-reply at 2412.
*>
 ha900-Close.
     close    Lease-File.
*>
 ha999-exit.
     exit     section.
*>
 zb000-Present-Value     section.
*>==============================
*>
*>  WS-Calc terms to WS-PV - each payment discounted monthly at the
*>   rate, from the month it falls in (advance) or at its end (arrears).
*>
     move     zero to WS-PV-Acc WS-K.
     move     1 to WS-DF.
     compute  WS-Mth-Rate rounded = WS-C-Rate / 1200.
*>
 zb010-Month.
     if       WS-K not < WS-C-Term
              go to zb900-Done.
     divide   WS-K by WS-C-Pay-Months giving WS-Q remainder WS-R.
     if       WS-C-Timing = "A"
        and   WS-R = zero
              compute WS-PV-Acc = WS-PV-Acc + WS-C-Payment * WS-DF.
     compute  WS-DF rounded = WS-DF / (1 + WS-Mth-Rate).
     add      1 to WS-K.
     divide   WS-K by WS-C-Pay-Months giving WS-Q remainder WS-R.
     if       WS-C-Timing = "R"
        and   WS-R = zero
              compute WS-PV-Acc = WS-PV-Acc + WS-C-Payment * WS-DF.
     go       to zb010-Month.
*>
 zb900-Done.
     compute  WS-PV rounded = WS-PV-Acc.
*>
 zb999-exit.
     exit     section.
*>
 zz070-Period-To-Index   section.
*>==============================
*>
*>  WS-Period ccyymm to a running month count in WS-Mth-Ix.
*>
     compute  WS-Mth-Ix = WS-Per-CCYY * 12 + WS-Per-MM - 1.
*>
 zz070-exit.
     exit     section.
*>
 zz075-Index-To-Period   section.
*>==============================
*>
     divide   WS-Mth-Ix by 12 giving WS-Per-CCYY remainder WS-Per-MM.
     add      1 to WS-Per-MM.
*>
 zz075-exit.
     exit     section.
*>
 zz080-Period-End-Date   section.
*>==============================
*>
*>  Last day of period WS-Period to WS-J-Date as dd/mm/yy, the way the
*>   ledgers write a posting date.
*>
     move     WS-Per-CCYY to WS-Nx-CCYY.
     add      1 WS-Per-MM giving WS-Nx-MM.
     if       WS-Nx-MM > 12
              move 1 to WS-Nx-MM
              add  1 to WS-Nx-CCYY.
     move     "01/00/0000" to u-date.
     move     WS-Nx-MM   to u-date (4:2).
     move     WS-Nx-CCYY to u-date (7:4).
     move     zero to u-bin.
     perform  maps04.
     subtract 1 from u-bin.
     move     spaces to u-date.
     perform  maps04.
     move     u-date (1:6) to WS-J-Date (1:6).
     move     u-date (9:2) to WS-J-Date (7:2).
*>
 zz080-exit.
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
