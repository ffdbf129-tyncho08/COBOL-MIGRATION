       >>source free
*>*********************************************
*>                                            *
*>   Balance Sheet Reconciliation Register    *
*>          And Sign-Off                      *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         xl161.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            The month end record that every balance sheet
*>                        nominal (detail accounts, Ledger-Place O
*>                        thru Z - the gl030 / gl083 split) was
*>                        reconciled, by whom and against what.
*>                        Per account + profit centre and period
*>                        (ccyymm):
*>                        (1) Prepare - the ledger balance at the period
*>                        end is captured (Ledger-Balance less the
*>                        movement on the posting file from posted
*>                        batches dated after the period end), the
*>                        preparer keys the supporting balance and
*>                        explains any difference, attaches the
*>                        evidence (Attach-File type BR via xl152) and
*>                        signs with their user id and password.
*>                        (2) Review - a different user signs it off.
*>                        (3) Dashboard - every account's status for
*>                        the period and what is overdue (not signed
*>                        off the days allowed after the period end).
*>                        (4) Prints the register for the period.
*>                        (5) Sets the days allowed.
*>                        Whenever a period is looked at, any prepared
*>                        or signed off reconciliation whose ledger
*>                        balance no longer agrees with that captured
*>                        is re-opened and has to be prepared again.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps01, maps04, maps06, xl152.
*>                        acas005/006/007 FHs.
*>**
*>    Error messages used.
*>                        XL203    Invalid date.
*>                        XL212    Not a balance sheet nominal.
*>                        XL213    Ledger balance has moved - re-opened.
*>                        XL214    Reviewer cannot be the preparer.
*>                        XL215    Not authorised.
*>                        XL216    Not prepared - nothing to sign off.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for balance sheet reconciliation sign-off.
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
 copy "selrreg.cob".
 copy "selusers.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdprint.cob".
 copy "fdrreg.cob".
 copy "fdusers.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "XL161 (3.02.00)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsmaps01.cob".
 copy "wslogin.cob".
 copy "wsattach.cob".
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
     03  WS-Period       pic 9(6)         value zero.
     03  WS-Period-X  redefines WS-Period.
         05  WS-Per-CCYY pic 9(4).
         05  WS-Per-MM   pic 99.
     03  WS-Loaded-Period pic 9(6)        value zero.
     03  WS-Next-CCYY    pic 9(4)         value zero.
     03  WS-Next-MM      pic 99           value zero.
     03  WS-End-Bin      binary-long      value zero.
     03  WS-Due-Bin      binary-long      value zero.
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Post-Bin     binary-long      value zero.
     03  WS-Date-In      pic x(8)         value spaces.
     03  WS-Due-Days     pic 99           value 10.
     03  WS-Account      pic 9(6)         value zero.
     03  WS-PC           pic 99           value zero.
     03  WS-Bx           pic 9(4)         value zero.
     03  WS-BS-Cnt       pic 9(4)         value zero.
     03  WS-Last-Batch   pic 9(5)         value zero.
     03  WS-Ref-No       pic 9(8)         value zero.
     03  WS-Batch-Posted pic x            value "N".
     03  WS-Found        pic x            value "N".
     03  WS-Moved        pic x            value "N".
     03  WS-Overdue      pic x            value "N".
     03  WS-Status-Text  pic x(11)        value spaces.
     03  WS-Amt-In       pic x(12)        value spaces.
     03  WS-Support      pic s9(9)v99  comp-3 value zero.
     03  WS-Row          pic 99           value zero.
     03  WS-D-Amt        pic -(9)9.99.
     03  WS-D-Cnt        pic zzz9.
     03  WS-Signed-On    pic x            value "N".
     03  WS-Signer       pic x(8)         value spaces.
     03  WS-Signer-Name  pic x(30)        value spaces.
     03  WS-Pw-In        pic x(16)        value spaces.
     03  WS-Auth         pic x            value space.
*>
*>  Dashboard counts - accounts, not started, prepared, signed off,
*>   re-opened, with a difference, overdue.
*>
 01  WS-Counts.
     03  WS-Cnt          pic 9(4)     occurs 7.
 01  WS-Count-Names.
     03  filler          pic x(16)    value "Accounts".
     03  filler          pic x(16)    value "Not started".
     03  filler          pic x(16)    value "Prepared".
     03  filler          pic x(16)    value "Signed off".
     03  filler          pic x(16)    value "Re-opened".
     03  filler          pic x(16)    value "Difference".
     03  filler          pic x(16)    value "Overdue".
 01  filler redefines WS-Count-Names.
     03  WS-Count-Name   pic x(16)    occurs 7.
*>
*>  Balance sheet detail nominals and their balance at the period end.
*>
 01  WS-BS-Table.
     03  WS-BS                        occurs 2000.
         05  WS-BS-Account   pic 9(6).
         05  WS-BS-PC        pic 99.
         05  WS-BS-Name      pic x(24).
         05  WS-BS-Bal       pic s9(9)v99  comp-3.
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
     03  XL212          pic x(34) value "XL212 Not a balance sheet nominal".
     03  XL213          pic x(57) value "XL213 Ledger balance has moved - re-opened, prepare again".
     03  XL214          pic x(37) value "XL214 Reviewer cannot be the preparer".
     03  XL215          pic x(20) value "XL215 Not authorised".
     03  XL216          pic x(40) value "XL216 Not prepared - nothing to sign off".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(52)       value
         "Balance Sheet Reconciliation Register".
     03  filler          pic x(24)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-1b.
     03  filler          pic x(8)        value "Period".
     03  l1b-period      pic 9999/99.
     03  filler          pic x(12)       value "  ending".
     03  l1b-end         pic x(10).
     03  filler          pic x(12)       value "    due by".
     03  l1b-due         pic x(10).
*>
 01  line-2.
     03  filler          pic x(66)       value
         "Nominal   Name                     Status           Ledger".
     03  filler          pic x(66)       value
         "     Supporting  Difference  Prepared by    Signed off by".
*>
 01  line-3.
     03  l3-account      pic 9(6).
     03  filler          pic x           value "/".
     03  l3-pc           pic 99.
     03  filler          pic x           value space.
     03  l3-name         pic x(25).
     03  l3-status       pic x(12).
     03  l3-ledger       pic -(9)9.99.
     03  l3-support      pic -(9)9.99.
     03  l3-diff         pic -(9)9.99.
     03  filler          pic xx          value spaces.
     03  l3-prep         pic x(15).
     03  l3-rev          pic x(15).
     03  l3-overdue      pic x(8).
*>
 01  line-3b.
     03  filler          pic x(10)       value spaces.
     03  l3b-explain     pic x(42).
     03  filler          pic x(5)        value "Ref".
     03  l3b-ref         pic z(7)9.
     03  filler          pic x(4)        value spaces.
     03  l3b-prep-date   pic x(11).
     03  filler          pic x(4)        value spaces.
     03  l3b-rev-date    pic x(11).
     03  l3b-reopen      pic x(20).
*>
 01  line-5.
     03  l5-lit          pic x(20).
     03  l5-cnt          pic zzz9.
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
*>  Default period is last month, the one being closed.
*>
     move     to-day (7:4) to WS-Per-CCYY.
     move     to-day (4:2) to WS-Per-MM.
     if       WS-Per-MM = 1
              move 12 to WS-Per-MM
              subtract 1 from WS-Per-CCYY
     else
              subtract 1 from WS-Per-MM.
*>
*>  First use - the file is created with its control record.
*>
     open     i-o Recon-Reg-File.
     if       fs-reply = 35
              open output Recon-Reg-File
              close Recon-Reg-File
              open i-o Recon-Reg-File.
     move     zero to RR-Key.
     read     Recon-Reg-File
              invalid key
              move zero to RR-Key
              initialize RR-Control
              move zero to RRC-Next-Ref
              move WS-Due-Days to RRC-Due-Days
              write Recon-Reg-Record
     end-read
     move     RRC-Due-Days to WS-Due-Days.
     close    Recon-Reg-File.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Balance Sheet Reconciliations" at 0127 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Prepare a Reconciliation"         at 0811 with foreground-color 2.
     display  "(2)  Review & Sign Off"                at 0911 with foreground-color 2.
     display  "(3)  Period Dashboard"                 at 1011 with foreground-color 2.
     display  "(4)  Print Register"                   at 1111 with foreground-color 2.
     display  "(5)  Days Allowed After Period End"    at 1211 with foreground-color 2.
     display  "(X)  Return To Menu"                   at 1411 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ca000-Prepare
              go to menu-return.
     if       menu-reply = "2"
              perform  da000-Review
              go to menu-return.
     if       menu-reply = "3"
              perform  ea000-Dashboard
              go to menu-return.
     if       menu-reply = "4"
              perform  fa000-Print-Register
              go to menu-return.
     if       menu-reply = "5"
              perform  ga000-Due-Days
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
 ba000-Get-Period        section.
*>==============================
*>
*>  Period keyed, its end and due dates set and the balances loaded
*>   for it.  WS-Found = N on Esc.
*>
     move     "N" to WS-Found.
     display  "Period (ccyymm) [      ]" at 0601 with foreground-color 2.
*>
 ba010-Accept.
     accept   WS-Period at 0618 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     if       WS-Per-MM < 1 or > 12
           or WS-Per-CCYY < 2000
              display XL203 at 2301 with foreground-color 4 highlight
              go to ba010-Accept.
     display  " " at 2301 with erase eol.
*>
*>  Period end - the day before the first of the next month.
*>
     move     WS-Per-CCYY to WS-Next-CCYY.
     add      1 WS-Per-MM giving WS-Next-MM.
     if       WS-Next-MM > 12
              move 1 to WS-Next-MM
              add  1 to WS-Next-CCYY.
     move     "01/00/0000" to u-date.
     move     WS-Next-MM   to u-date (4:2).
     move     WS-Next-CCYY to u-date (7:4).
     move     zero to u-bin.
     perform  maps04.
     subtract 1 from u-bin giving WS-End-Bin.
     add      WS-End-Bin WS-Due-Days giving WS-Due-Bin.
     move     "Y" to WS-Found.
     if       WS-Period not = WS-Loaded-Period
              display "Loading balances ..." at 0630 with foreground-color 2
              perform bb000-Load-Balances
              move WS-Period to WS-Loaded-Period
              display " " at 0630 with erase eol.
*>
 ba999-exit.
     exit     section.
*>
 bb000-Load-Balances     section.
*>==============================
*>
*>  Balance sheet detail nominals, then the movement since the period
*>   end (posted batches only) taken back off each.
*>
     move     zero to WS-BS-Cnt.
     perform  GL-Nominal-Open-Input.
     if       fs-reply not = zero
              go to bb999-exit.
*>
 bb010-Nominal.
     perform  GL-Nominal-Read-Next.
     if       fs-reply not = zero
              go to bb020-Postings.
     if       Ledger-Level not = zero
           or Ledger-Place not > "N"
           or WS-BS-Cnt not < 2000
              go to bb010-Nominal.
     if       Ledger-Type not = 1 and not = 9
              go to bb010-Nominal.
     add      1 to WS-BS-Cnt.
     move     WS-Ledger-Nos  to WS-BS-Account (WS-BS-Cnt).
     move     Ledger-PC      to WS-BS-PC (WS-BS-Cnt).
     move     Ledger-Name    to WS-BS-Name (WS-BS-Cnt).
     move     Ledger-Balance to WS-BS-Bal (WS-BS-Cnt).
     go       to bb010-Nominal.
*>
 bb020-Postings.
     perform  GL-Nominal-Close.
     move     zero to WS-Last-Batch.
     perform  GL-Batch-Open-Input.
     perform  GL-Posting-Open-Input.
     if       fs-reply not = zero
              go to bb900-Close.
*>
 bb030-Read.
     perform  GL-Posting-Read-Next.
     if       fs-reply not = zero
              perform GL-Posting-Close
              go to bb900-Close.
     if       WS-Post-Key = zero
              go to bb030-Read.
     move     Post-Date to WS-Date-In.
     perform  zz040-Post-Date-To-Bin.
     if       WS-Post-Bin not > WS-End-Bin
              go to bb030-Read.
     if       Batch not = WS-Last-Batch
              move Batch to WS-Last-Batch
              move "N" to WS-Batch-Posted
              move 1 to WS-Ledger
              move Batch to WS-Batch-Nos
              perform GL-Batch-Read-Indexed
              if   fs-reply = zero
               and Processed
                   move "Y" to WS-Batch-Posted
              end-if
     end-if
     if       WS-Batch-Posted not = "Y"
              go to bb030-Read.
     move     Post-DR to WS-Account.
     move     DR-PC   to WS-PC.
     perform  bc000-Find-Nominal.
     if       WS-Bx not = zero
              subtract Post-Amount from WS-BS-Bal (WS-Bx).
     move     Post-CR to WS-Account.
     move     CR-PC   to WS-PC.
     perform  bc000-Find-Nominal.
     if       WS-Bx not = zero
              add Post-Amount to WS-BS-Bal (WS-Bx).
     go       to bb030-Read.
*>
 bb900-Close.
     perform  GL-Batch-Close.
*>
 bb999-exit.
     exit     section.
*>
 bc000-Find-Nominal      section.
*>==============================
*>
     move     1 to WS-Bx.
*>
 bc010-Look.
     if       WS-Bx > WS-BS-Cnt
              move zero to WS-Bx
              go to bc999-exit.
     if       WS-BS-Account (WS-Bx) = WS-Account
        and   WS-BS-PC (WS-Bx) = WS-PC
              go to bc999-exit.
     add      1 to WS-Bx.
     go       to bc010-Look.
*>
 bc999-exit.
     exit     section.
*>
 bd000-Get-Account       section.
*>==============================
*>
*>  Nominal + PC keyed and its register record read, or set up new -
*>   WS-Found N on Esc.  Recon-Reg-File open i-o.
*>
     move     "N" to WS-Found.
     display  "Nominal [      ]  PC [  ]" at 0801 with foreground-color 2.
*>
 bd010-Account.
     accept   WS-Account at 0810 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to bd999-exit.
     accept   WS-PC at 0824 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to bd999-exit.
     perform  bc000-Find-Nominal.
     if       WS-Bx = zero
              display XL212 at 2301 with foreground-color 4 highlight
              go to bd010-Account.
     display  " " at 2301 with erase eol.
     display  WS-BS-Name (WS-Bx) at 0830 with foreground-color 3.
     move     WS-Account to RR-Account.
     move     WS-PC      to RR-PC.
     move     WS-Period  to RR-Period.
     read     Recon-Reg-File
              invalid key
              perform be000-New-Record.
     move     "Y" to WS-Found.
     perform  bf000-Check-Moved.
     if       WS-Moved = "Y"
              display XL213 at 2301 with foreground-color 4 highlight.
*>
 bd999-exit.
     exit     section.
*>
 be000-New-Record        section.
*>==============================
*>
*>  Register record for WS-Bx in the period, with the next reference
*>   number off the control record.
*>
     move     zero to RR-Key.
     read     Recon-Reg-File.
     add      1 to RRC-Next-Ref.
     move     RRC-Next-Ref to WS-Ref-No.
     rewrite  Recon-Reg-Record.
     initialize Recon-Reg-Record.
     move     WS-BS-Account (WS-Bx) to RR-Account.
     move     WS-BS-PC (WS-Bx)      to RR-PC.
     move     WS-Period             to RR-Period.
     move     WS-Ref-No             to RR-Ref-No.
     move     WS-BS-Name (WS-Bx)    to RR-Name.
     move     space                 to RR-Status.
     write    Recon-Reg-Record.
*>
 be999-exit.
     exit     section.
*>
 bf000-Check-Moved       section.
*>==============================
*>
*>  A prepared or signed off reconciliation whose ledger balance at
*>   the period end no longer agrees is re-opened.  WS-Bx set.
*>
     move     "N" to WS-Moved.
     if       not RR-Prepared
        and   not RR-Signed-Off
              go to bf999-exit.
     if       WS-BS-Bal (WS-Bx) = RR-Ledger-Bal
              go to bf999-exit.
     move     "Y" to WS-Moved.
     move     "O" to RR-Status.
     add      1 to RR-Reopen-Cnt.
     move     WS-Today-Bin to RR-Reopen-Date.
     move     WS-BS-Bal (WS-Bx) to RR-Reopen-Bal.
     rewrite  Recon-Reg-Record.
*>
 bf999-exit.
     exit     section.
*>
 bg000-Show-Record       section.
*>==============================
*>
     move     WS-BS-Bal (WS-Bx) to WS-D-Amt.
     display  "Ledger balance at period end" at 1001 with foreground-color 2.
     display  WS-D-Amt at 1031 with foreground-color 3.
     perform  bh000-Status-Text.
     display  "Status" at 1101 with foreground-color 2.
     display  WS-Status-Text at 1131 with foreground-color 3.
     if       RR-Not-Started
              go to bg010-Docs.
     move     RR-Support-Bal to WS-D-Amt.
     display  "Supporting balance" at 1201 with foreground-color 2.
     display  WS-D-Amt at 1231 with foreground-color 3.
     move     RR-Difference to WS-D-Amt.
     display  "Difference" at 1301 with foreground-color 2.
     display  WS-D-Amt at 1331 with foreground-color 3.
     display  RR-Explain at 1401 with foreground-color 3.
     display  "Prepared by" at 1501 with foreground-color 2.
     display  RR-Prep-Name at 1513 with foreground-color 3.
     move     RR-Prep-Date to u-bin.
     perform  zz060-Convert-Date.
     display  ws-date at 1545 with foreground-color 3.
     if       RR-Rev-Id not = spaces
              display "Signed off by" at 1601 with foreground-color 2
              display RR-Rev-Name at 1615 with foreground-color 3
              move RR-Rev-Date to u-bin
              perform zz060-Convert-Date
              display ws-date at 1647 with foreground-color 3.
*>
 bg010-Docs.
     set      Att-List to true.
     move     "BR" to Att-CB-Type.
     move     RR-Ref-No to Att-CB-No.
     move     18 to Att-CB-Line.
     call     "xl152" using Attach-Call-Block file-defs.
*>
 bg999-exit.
     exit     section.
*>
 bh000-Status-Text       section.
*>==============================
*>
*>  Status wording and whether overdue - not signed off once the days
*>   allowed after the period end have gone.
*>
     move     "N" to WS-Overdue.
     if       RR-Prepared
              move "Prepared"    to WS-Status-Text
     else
      if      RR-Signed-Off
              move "Signed off"  to WS-Status-Text
      else
       if     RR-Reopened
              move "Re-opened"   to WS-Status-Text
       else
              move "Not started" to WS-Status-Text.
     if       not RR-Signed-Off
        and   WS-Today-Bin > WS-Due-Bin
              move "Y" to WS-Overdue.
*>
 bh999-exit.
     exit     section.
*>
 ca000-Prepare           section.
*>==============================
*>
     display  " " at 0401 with erase eos.
     display  "Prepare a Reconciliation" at 0401 with foreground-color 2.
     perform  ba000-Get-Period.
     if       WS-Found not = "Y"
              go to ca999-exit.
     open     i-o Recon-Reg-File.
*>
 ca010-Account.
     display  " " at 0801 with erase eos.
     perform  bd000-Get-Account.
     if       WS-Found not = "Y"
              go to ca900-Close.
     perform  bg000-Show-Record.
     if       RR-Signed-Off
              display "Signed off - prepare it again ? Y/N [ ]" at 2101 with foreground-color 2
              move "N" to ws-reply
              accept ws-reply at 2138 with foreground-color 6 update UPPER
              if   ws-reply not = "Y"
                   go to ca010-Account
              end-if
              display " " at 2101 with erase eol
     end-if
     display  " " at 1201 with erase eos.
     move     RR-Support-Bal to WS-D-Amt.
     move     WS-D-Amt to WS-Amt-In.
     display  "Supporting balance" at 1201 with foreground-color 2.
*>
 ca020-Support.
     accept   WS-Amt-In at 1231 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ca010-Account.
     if       function test-numval (WS-Amt-In) not = zero
              go to ca020-Support.
     move     function numval (WS-Amt-In) to WS-Support.
     move     WS-Support to WS-D-Amt.
     display  WS-D-Amt at 1231 with foreground-color 3.
     subtract WS-Support from WS-BS-Bal (WS-Bx) giving RR-Difference.
     move     RR-Difference to WS-D-Amt.
     display  "Difference" at 1301 with foreground-color 2.
     display  WS-D-Amt at 1331 with foreground-color 3 highlight.
     display  "Explanation [                                        ]" at 1401 with foreground-color 2.
     accept   RR-Explain at 1414 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ca010-Account.
*>
*>  The evidence - bank statement, sub-ledger listing, schedule.
*>
     display  "Attach documents ? Y/N [ ]" at 1501 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 1525 with foreground-color 6 update UPPER.
     if       ws-reply = "Y"
              set  Att-Capture to true
              move "BR" to Att-CB-Type
              move RR-Ref-No to Att-CB-No
              call "xl152" using Attach-Call-Block file-defs
              display " " at 1601 with erase eos.
*>
     perform  ma000-Sign-On.
     if       WS-Signed-On not = "Y"
              display XL215 at 2301 with foreground-color 4 highlight
              display "Hit return" at 2401 with foreground-color 2
              accept  ws-reply at 2412
              go to ca010-Account.
     move     "P"                to RR-Status.
     move     WS-BS-Bal (WS-Bx)  to RR-Ledger-Bal.
     move     WS-Today-Bin       to RR-Captured RR-Prep-Date.
     move     WS-Support         to RR-Support-Bal.
     move     WS-Signer          to RR-Prep-Id.
     move     WS-Signer-Name     to RR-Prep-Name.
     move     spaces             to RR-Rev-Id RR-Rev-Name.
     move     zero               to RR-Rev-Date.
     rewrite  Recon-Reg-Record.
     display  "Prepared - now for review." at 2101 with foreground-color 2.
     display  "Hit return" at 2401 with foreground-color 2.
     accept   ws-reply at 2412.
     go       to ca010-Account.
*>
 ca900-Close.
     close    Recon-Reg-File.
*>
 ca999-exit.
     exit     section.
*>
 da000-Review            section.
*>==============================
*>
     display  " " at 0401 with erase eos.
     display  "Review & Sign Off" at 0401 with foreground-color 2.
     perform  ba000-Get-Period.
     if       WS-Found not = "Y"
              go to da999-exit.
     open     i-o Recon-Reg-File.
*>
 da010-Account.
     display  " " at 0801 with erase eos.
     perform  bd000-Get-Account.
     if       WS-Found not = "Y"
              go to da900-Close.
     perform  bg000-Show-Record.
     if       not RR-Prepared
              if   not RR-Reopened
                   display XL216 at 2301 with foreground-color 4 highlight
              end-if
              display "Hit return" at 2401 with foreground-color 2
              accept  ws-reply at 2412
              go to da010-Account.
     perform  ma000-Sign-On.
     if       WS-Signed-On not = "Y"
              display XL215 at 2301 with foreground-color 4 highlight
              display "Hit return" at 2401 with foreground-color 2
              accept  ws-reply at 2412
              go to da010-Account.
     if       WS-Signer = RR-Prep-Id
              display XL214 at 2301 with foreground-color 4 highlight
              display "Hit return" at 2401 with foreground-color 2
              accept  ws-reply at 2412
              go to da010-Account.
     display  "Sign off ? Y/N [ ]" at 2101 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 2117 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to da010-Account.
     move     "R"            to RR-Status.
     move     WS-Signer      to RR-Rev-Id.
     move     WS-Signer-Name to RR-Rev-Name.
     move     WS-Today-Bin   to RR-Rev-Date.
     rewrite  Recon-Reg-Record.
     go       to da010-Account.
*>
 da900-Close.
     close    Recon-Reg-File.
*>
 da999-exit.
     exit     section.
*>
 ea000-Dashboard         section.
*>==============================
*>
*>  Counts for the period then every account, 12 to a screen.
*>
     display  " " at 0401 with erase eos.
     display  "Period Dashboard" at 0401 with foreground-color 2.
     perform  ba000-Get-Period.
     if       WS-Found not = "Y"
              go to ea999-exit.
     open     i-o Recon-Reg-File.
     perform  eb000-Count-All.
     display  " " at 0801 with erase eos.
     move     1 to WS-Bx.
*>
 ea010-Counts.
     add      7 WS-Bx giving WS-Row.
     display  WS-Count-Name (WS-Bx) at line WS-Row col 1 with foreground-color 2.
     move     WS-Cnt (WS-Bx) to WS-D-Cnt.
     if       WS-Bx = 7 and WS-Cnt (7) not = zero
              display WS-D-Cnt at line WS-Row col 18 with foreground-color 4 highlight
     else
              display WS-D-Cnt at line WS-Row col 18 with foreground-color 3.
     add      1 to WS-Bx.
     if       WS-Bx not > 7
              go to ea010-Counts.
     display  "Hit return for the accounts, Esc to finish" at 2401 with foreground-color 2.
     accept   ws-reply at 2445.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ea900-Close.
     move     1 to WS-Bx.
*>
 ea020-Page.
     display  " " at 0801 with erase eos.
     display  "Nominal   Name                     Status          Difference"
                              at 0801 with foreground-color 2.
     move     9 to WS-Row.
*>
 ea030-Line.
     if       WS-Bx > WS-BS-Cnt
              go to ea040-End-Page.
     if       WS-Row > 20
              go to ea040-End-Page.
     perform  ec000-Read-Entry.
     display  WS-BS-Account (WS-Bx) at line WS-Row col 1 with foreground-color 3.
     display  WS-BS-PC (WS-Bx)      at line WS-Row col 8 with foreground-color 3.
     display  WS-BS-Name (WS-Bx)    at line WS-Row col 11 with foreground-color 3.
     display  WS-Status-Text        at line WS-Row col 36 with foreground-color 3.
     move     RR-Difference to WS-D-Amt.
     if       not RR-Not-Started
              display WS-D-Amt at line WS-Row col 49 with foreground-color 3.
     if       WS-Overdue = "Y"
              display "OVERDUE" at line WS-Row col 63 with foreground-color 4 highlight.
     add      1 to WS-Row WS-Bx.
     go       to ea030-Line.
*>
 ea040-End-Page.
     display  "Hit return for more, Esc to finish" at 2401 with foreground-color 2.
     accept   ws-reply at 2436.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Bx > WS-BS-Cnt
              go to ea900-Close.
     go       to ea020-Page.
*>
 ea900-Close.
     close    Recon-Reg-File.
*>
 ea999-exit.
     exit     section.
*>
 eb000-Count-All         section.
*>==============================
*>
*>  Every account's status for the period - re-opening any moved.
*>
     initialize WS-Counts.
     move     1 to WS-Bx.
*>
 eb010-Entry.
     if       WS-Bx > WS-BS-Cnt
              go to eb999-exit.
     perform  ec000-Read-Entry.
     add      1 to WS-Cnt (1).
     if       RR-Not-Started
              add 1 to WS-Cnt (2).
     if       RR-Prepared
              add 1 to WS-Cnt (3).
     if       RR-Signed-Off
              add 1 to WS-Cnt (4).
     if       RR-Reopened
              add 1 to WS-Cnt (5).
     if       not RR-Not-Started
        and   RR-Difference not = zero
              add 1 to WS-Cnt (6).
     if       WS-Overdue = "Y"
              add 1 to WS-Cnt (7).
     add      1 to WS-Bx.
     go       to eb010-Entry.
*>
 eb999-exit.
     exit     section.
*>
 ec000-Read-Entry        section.
*>==============================
*>
*>  Register record for table entry WS-Bx, a blank one when none.
*>
     move     WS-BS-Account (WS-Bx) to RR-Account.
     move     WS-BS-PC (WS-Bx)      to RR-PC.
     move     WS-Period             to RR-Period.
     read     Recon-Reg-File
              invalid key
              initialize RR-Data
              move space to RR-Status
              go to ec010-Status.
     perform  bf000-Check-Moved.
*>
 ec010-Status.
     perform  bh000-Status-Text.
*>
 ec999-exit.
     exit     section.
*>
 fa000-Print-Register    section.
*>==============================
*>
     display  " " at 0401 with erase eos.
     display  "Print Register" at 0401 with foreground-color 2.
     perform  ba000-Get-Period.
     if       WS-Found not = "Y"
              go to fa999-exit.
     open     i-o Recon-Reg-File.
     perform  eb000-Count-All.
     open     output print-file.
     move     zero to page-nos.
     perform  fc000-Headings.
     move     1 to WS-Bx.
*>
 fa010-Entry.
     if       WS-Bx > WS-BS-Cnt
              go to fa100-Totals.
     perform  ec000-Read-Entry.
     perform  fb000-Print-Entry.
     add      1 to WS-Bx.
     go       to fa010-Entry.
*>
 fa100-Totals.
     move     spaces to print-record.
     write    print-record after 2.
     move     1 to WS-Bx.
*>
 fa110-Count.
     move     WS-Count-Name (WS-Bx) to l5-lit.
     move     WS-Cnt (WS-Bx) to l5-cnt.
     write    print-record from line-5 after 1.
     add      1 to WS-Bx.
     if       WS-Bx not > 7
              go to fa110-Count.
     close    print-file.
     close    Recon-Reg-File.
     call     "SYSTEM" using Print-Report.
     display  "Register printed." at 1201 with foreground-color 2.
     display  "Hit return" at 2401 with foreground-color 2.
     accept   ws-reply at 2412.
*>
 fa999-exit.
     exit     section.
*>
 fb000-Print-Entry       section.
*>==============================
*>
     move     spaces to line-3.
     move     "/"   to line-3 (7:1).
     move     WS-BS-Account (WS-Bx) to l3-account.
     move     WS-BS-PC (WS-Bx)      to l3-pc.
     move     WS-BS-Name (WS-Bx)    to l3-name.
     move     WS-Status-Text        to l3-status.
     move     WS-BS-Bal (WS-Bx)     to l3-ledger.
     if       not RR-Not-Started
              move RR-Support-Bal to l3-support
              move RR-Difference  to l3-diff
              move RR-Prep-Name   to l3-prep
              move RR-Rev-Name    to l3-rev.
     if       WS-Overdue = "Y"
              move "OVERDUE" to l3-overdue.
     if       line-cnt > Page-Lines - 3
              perform fc000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
     if       RR-Not-Started
              go to fb999-exit.
     move     spaces to line-3b.
     move     RR-Explain to l3b-explain.
     move     "Ref" to line-3b (53:3).
     move     RR-Ref-No to l3b-ref.
     move     RR-Prep-Date to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l3b-prep-date.
     if       RR-Rev-Date not = zero
              move RR-Rev-Date to u-bin
              perform zz060-Convert-Date
              move ws-date to l3b-rev-date.
     if       RR-Reopen-Cnt not = zero
              move "Re-opened" to l3b-reopen
              move RR-Reopen-Cnt to l3b-reopen (11:2)
              move "times" to l3b-reopen (14:5).
     write    print-record from line-3b after 1.
     add      1 to line-cnt.
*>
 fb999-exit.
     exit     section.
*>
 fc000-Headings          section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     move     WS-Period to l1b-period.
     move     WS-End-Bin to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l1b-end.
     move     WS-Due-Bin to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l1b-due.
     write    print-record from line-1 after page.
     write    print-record from line-1b after 1.
     write    print-record from line-2 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     5 to line-cnt.
*>
 fc999-exit.
     exit     section.
*>
 ga000-Due-Days          section.
*>==============================
*>
     display  " " at 0401 with erase eos.
     display  "Days allowed after the period end [  ]" at 0801 with foreground-color 2.
     accept   WS-Due-Days at 0836 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ga999-exit.
     open     i-o Recon-Reg-File.
     move     zero to RR-Key.
     read     Recon-Reg-File
              invalid key
              close Recon-Reg-File
              go to ga999-exit.
     move     WS-Due-Days to RRC-Due-Days.
     rewrite  Recon-Reg-Record.
     close    Recon-Reg-File.
     move     zero to WS-Loaded-Period.
*>
 ga999-exit.
     exit     section.
*>
 ma000-Sign-On           section.
*>==============================
*>
*>  The preparer or reviewer signs with their own user id and
*>   password, hashed as maps06 does (legacy maps01 for a password
*>   not yet changed).  Any active user that is not locked out.  No
*>   Users-File yet means no sign-on in use, so the id keyed stands.
*>
     move     "N" to WS-Signed-On.
     display  "User Id [        ]  Password [                ]"
                     at 1901 with foreground-color 2.
     move     spaces to WS-Signer WS-Pw-In WS-Signer-Name.
     accept   WS-Signer at 1910 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Signer = spaces
              go to ma999-exit.
     accept   WS-Pw-In at 1931 with foreground-color 3 secure.
     display  " " at 1901 with erase eol.
*>
     move     "B" to WS-Auth.
     open     input Users-File.
     if       fs-reply not = zero
              move "Y" to WS-Signed-On
              move WS-Signer to WS-Signer-Name
              go to ma999-exit.
     move     WS-Signer to Users-Id.
     read     Users-File record invalid key
              close Users-File
              go to ma999-exit
     end-read
     if       Users-Pass-Hash not = spaces
              move WS-Pw-In to Lg-Pw-In
              set  Lg-Fn-Hash to true
              call "maps06" using Login-Call-Block file-defs
              if   Lg-Hash-Out = Users-Pass-Hash
                   move space to WS-Auth
              end-if
     else
              move WS-Pw-In (1:4) to pass-word of maps01-ws
              set  pass to true
              call "maps01" using maps01-ws
              if   pass-word of maps01-ws = Users-Password
                   move space to WS-Auth
              end-if
     end-if
     if       not Users-Is-Active
           or Users-Locked
              move "B" to WS-Auth.
     move     Users-Name to WS-Signer-Name.
     close    Users-File.
     if       WS-Auth = space
              move "Y" to WS-Signed-On.
*>
 ma999-exit.
     exit     section.
*>
 zz040-Post-Date-To-Bin  section.
*>==============================
*>
*>  Posting date dd/mm/yy (as the ledgers write it) to WS-Post-Bin,
*>   zero when not a date.
*>
     move     zero to u-bin.
     move     spaces to u-date.
     string   WS-Date-In (1:6) "20" WS-Date-In (7:2)
              delimited by size into u-date.
     perform  maps04.
     move     u-bin to WS-Post-Bin.
*>
 zz040-exit.
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
