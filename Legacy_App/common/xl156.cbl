       >>source free
*>*********************************************
*>                                            *
*>   Audit Balance Confirmation Letters       *
*>     (Debtor / Creditor Circularisation)    *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         xl156.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            The auditors' yearly circularisation of
*>                        customers and suppliers, no longer typed up
*>                        by hand.
*>                        (1) Selects the accounts of one ledger by the
*>                        auditor's rule - top N by balance, a random
*>                        sample (N accounts at a fixed interval
*>                        through the ledger from a random start, the
*>                        usual systematic audit sample) or a list
*>                        keyed by the auditor - and prints a letter
*>                        for each: the balance at the chosen date and
*>                        the open items behind it from OTM3 / OTM5,
*>                        with a reply slip for the auditors.  A new
*>                        selection replaces the last circularisation
*>                        on file; run it once per ledger (S then P)
*>                        answering N to the replace question for the
*>                        second.
*>                        (2) Records each reply - agreed or disagreed
*>                        and the balance the other side claims.
*>                        (3) Reconciling items that take a disagreed
*>                        balance back to ours - cash or invoices in
*>                        transit, disputes, errors - with what is
*>                        still unexplained.
*>                        (4) Status report - letters sent, agreed,
*>                        disagreed and outstanding with values, the
*>                        reconciliations under each disagreed one -
*>                        printed and written to a pipe-delimited file
*>                        for the audit file, CTL records carrying the
*>                        counts and totals as xl143 does.
*>                        Balance at a date: invoices and credit notes
*>                        dated by then, less any settled by then
*>                        (OI-Date-Cleared); those still open are
*>                        taken net of what has been paid on them, and
*>                        the account's unapplied cash is deducted.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04.
*>                        acas012/019/022/029 FHs.
*>**
*>    Error messages used.
*>                        XL157    Cannot open the export file.
*>                        XL198    Account not found.
*>                        XL199    No accounts selected.
*>                        XL203    Invalid date.
*>                        XL204    Not on the circularisation.
*>                        XL205    Reply A, D or S.
*>                        XL206    Item type C, I, D, E or O.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for audit balance confirmations.
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
 copy "selconf.cob".
*>
     select  Conf-Exp-File   assign        WS-Exp-Name
                             organization  line sequential
                             status        WS-Exp-Status.
*>
     select  sort-file       assign        file-21,
                             status        ss-reply.
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdprint.cob".
 copy "fdconf.cob".
*>
 fd  Conf-Exp-File.
 01  Conf-Exp-Record        pic x(200).
*>
 sd  sort-file.
*>
 01  sort-record.
     03  srt-balance         pic s9(9)v99  comp-3.
     03  srt-account         pic x(7).
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "XL156 (3.02.00)".
 77  WS-Exp-Name         pic x(64) value "confstat.txt".
 77  WS-Exp-Status       pic 99    value zero.
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wssl.cob".
 copy "wspl.cob".
 copy "slwsoi3.cob".
 copy "plwsoi5B.cob".
 copy "plwsoi.cob" replacing ==OI-Header== by ==POI-Header==.
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
*>     03  WS-Purch-Record        pic x.
     03  WS-Pay-Record          pic x.
     03  WS-Invoice-Record      pic x.
*>     03  WS-OTM3-Record         pic x.
     03  WS-PInvoice-Record     pic x.
*>     03  WS-OTM5-Record         pic x.
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
     03  ss-reply        pic 99           value zero.
     03  WS-Ledger       pic x            value "S".
     03  WS-Basis        pic x            value "T".
     03  WS-N            pic 9(4)         value zero.
     03  WS-Account      pic x(7)         value spaces.
     03  WS-Acct-Name    pic x(30)        value spaces.
     03  WS-Auditor      pic x(40)        value spaces.
     03  WS-Date-8       pic 9(8)         value zero.
     03  WS-Bal-Date     binary-long      value zero.
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Today-8      pic 9(8)         value zero.
     03  WS-Time         pic 9(8)         value zero.
     03  WS-Print-Items  pic x            value "N".
     03  WS-Found        pic x            value "N".
     03  WS-Acct-Bal     pic s9(9)v99  comp-3 value zero.
     03  WS-Unapplied    pic s9(9)v99  comp-3 value zero.
     03  WS-Pop          pic 9(5)         value zero.
     03  WS-Interval     pic 9(5)         value zero.
     03  WS-Next-Pick    pic 9(5)         value zero.
     03  WS-Ordinal      pic 9(5)         value zero.
     03  WS-Picked       pic 9(5)         value zero.
     03  WS-Seed         pic 9(4)         value zero.
     03  WS-Row          pic 99           value zero.
     03  a               pic 999          value zero.
     03  WS-Diff         pic s9(9)v99  comp-3 value zero.
     03  WS-Item-Tot     pic s9(9)v99  comp-3 value zero.
     03  WS-Unexplained  pic s9(9)v99  comp-3 value zero.
     03  WS-Amt-In       pic x(12)        value spaces.
     03  WS-Del-Seq      pic 99           value zero.
     03  WS-Line         pic x(200)       value spaces.
     03  WS-D-Amt        pic -(9)9.99.
     03  WS-D-Amt2       pic -(9)9.99.
     03  WS-D-Cnt        pic 9(7).
     03  WS-D-Seq        pic 99.
*>
*>  The open item in hand, from OTM3 or OTM5.
*>
 01  WS-Item.
     03  WS-It-Invoice   pic 9(8).
     03  WS-It-Ref       pic x(10).
     03  WS-It-Date      binary-long.
     03  WS-It-Cleared   binary-long.
     03  WS-It-Type      pic 9.
     03  WS-It-Status    pic 9.
     03  WS-It-Gross     pic s9(9)v99  comp-3.
     03  WS-It-Paid      pic s9(9)v99  comp-3.
     03  WS-It-Out       pic s9(9)v99  comp-3.
*>
*>  Status report totals - sent, agreed, disagreed, outstanding.
*>
 01  WS-Totals.
     03  WS-Tot                       occurs 4.
         05  WS-Tot-Cnt      pic 9(5).
         05  WS-Tot-Val      pic s9(11)v99 comp-3.
*>
 01  WS-Tot-Names.
     03  filler          pic x(12)        value "SENT".
     03  filler          pic x(12)        value "AGREED".
     03  filler          pic x(12)        value "DISAGREED".
     03  filler          pic x(12)        value "OUTSTANDING".
 01  filler redefines WS-Tot-Names.
     03  WS-Tot-Name     pic x(12)        occurs 4.
*>
 01  WS-Hold-Letter      pic x(64)        value spaces.
 01  WS-Tx               pic 9            value zero.
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
     03  XL157          pic x(33) value "XL157 Cannot open the export file".
     03  XL198          pic x(23) value "XL198 Account not found".
     03  XL199          pic x(42) value "XL199 No accounts selected - nothing to do".
     03  XL203          pic x(18) value "XL203 Invalid date".
     03  XL204          pic x(46) value "XL204 Account is not on the circularisation".
     03  XL205          pic x(49) value "XL205 Reply A agreed, D disagreed, S still out".
     03  XL206          pic x(34) value "XL206 Item type C, I, D, E or O".
*>
*>  Status report lines.
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(52)       value spaces.
     03  filler          pic x(24)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  filler          pic x(66)       value
         "L Account Name                           As At          Balance".
     03  filler          pic x(66)       value
         "  Sent       Status      Replied      Their Bal      Difference".
*>
 01  line-3.
     03  l3-ledger       pic x(2).
     03  l3-acct         pic x(8).
     03  l3-name         pic x(31).
     03  l3-as-at        pic x(11).
     03  l3-balance      pic -(9)9.99.
     03  filler          pic xx.
     03  l3-sent         pic x(11).
     03  l3-status       pic x(12).
     03  l3-replied      pic x(11).
     03  l3-their        pic -(9)9.99.
     03  filler          pic xx.
     03  l3-diff         pic -(9)9.99.
*>
 01  line-4.
     03  filler          pic x(10)       value spaces.
     03  l4-seq          pic z9b.
     03  l4-type         pic x(18).
     03  l4-date         pic x(11).
     03  l4-ref          pic x(11).
     03  l4-desc         pic x(31).
     03  l4-amount       pic -(9)9.99.
*>
 01  line-5.
     03  l5-lit          pic x(44).
     03  l5-cnt          pic zz,zz9.
     03  filler          pic x(4)        value spaces.
     03  l5-val          pic -(11)9.99.
*>
*>  Letter lines.
*>
 01  line-L.
     03  filler          pic x(10)       value spaces.
     03  lL-text         pic x(72).
*>
 01  line-I.
     03  filler          pic x(14)       value spaces.
     03  lI-date         pic x(11).
     03  lI-ref          pic x(12).
     03  lI-type         pic x(14).
     03  lI-amount       pic -(9)9.99.
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
     move     to-day (7:4) to WS-Today-8 (1:4).
     move     to-day (4:2) to WS-Today-8 (5:2).
     move     to-day (1:2) to WS-Today-8 (7:2).
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Audit Balance Confirmations" at 0127 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Select Accounts & Print Letters"  at 0811 with foreground-color 2.
     display  "(2)  Record Replies"                   at 0911 with foreground-color 2.
     display  "(3)  Reconciling Items"                at 1011 with foreground-color 2.
     display  "(4)  Status Report & Audit File"       at 1111 with foreground-color 2.
     display  "(X)  Return To Menu"                   at 1311 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Select-Run
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-Replies
              go to menu-return.
     if       menu-reply = "3"
              perform  cb000-Recon-Account
              go to menu-return.
     if       menu-reply = "4"
              perform  da000-Status-Report
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
 ba000-Select-Run        section.
*>==============================
*>
     display  " " at 0401 with erase eos.
     display  "Select Accounts & Print Letters" at 0401 with foreground-color 2.
*>
*>  A circularisation already on file is replaced - or added to, when
*>   the second ledger is being done.
*>
     move     "Y" to ws-reply.
     open     input Confirm-File.
     if       fs-reply = zero
              read Confirm-File next record
                   at end move 10 to fs-reply
              end-read
              if   fs-reply = zero
                   display "A circularisation is on file - replace it (Y) or add to it (N) ? [ ]"
                                          at 0601 with foreground-color 2
                   move "N" to ws-reply
                   accept ws-reply at 0669 with foreground-color 6 update UPPER
                   if  Cob-Crt-Status = Cob-Scr-Esc
                       close Confirm-File
                       go to ba999-exit
                   end-if
              end-if
              close Confirm-File
     end-if
     if       ws-reply = "Y"
              open  output Confirm-File
              close Confirm-File.
*>
     move     WS-Today-8 to WS-Date-8.
     display  "Ledger - S sales, P purchase     [ ]"       at 0801 with foreground-color 2.
     display  "Balance as at (ccyymmdd)         [        ]" at 0901 with foreground-color 2.
     display  "Rule - T top N by balance,"                 at 1001 with foreground-color 2.
     display  "       R random sample, K keyed  [ ]"       at 1101 with foreground-color 2.
     display  "Number of accounts (T and R)     [    ]"    at 1201 with foreground-color 2.
     display  "Auditors [                                        ]"
                                                          at 1301 with foreground-color 2.
*>
 ba010-Ledger.
     accept   WS-Ledger at 0835 with foreground-color 6 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     if       WS-Ledger not = "S" and not = "P"
              go to ba010-Ledger.
*>
 ba020-Date.
     accept   WS-Date-8 at 0935 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     perform  zz050-Date-8-To-Bin.
     if       u-bin = zero
              display XL203 at 2301 with foreground-color 4 highlight
              go to ba020-Date.
     display  " " at 2301 with erase eol.
     move     u-bin to WS-Bal-Date.
*>
 ba030-Basis.
     accept   WS-Basis at 1135 with foreground-color 6 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     if       WS-Basis not = "T" and not = "R" and not = "K"
              go to ba030-Basis.
     if       WS-Basis = "K"
              move zero to WS-N
              go to ba050-Auditor.
*>
 ba040-Number.
     accept   WS-N at 1235 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     if       WS-N = zero
              go to ba040-Number.
*>
 ba050-Auditor.
     accept   WS-Auditor at 1311 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
*>
     open     i-o Confirm-File.
     open     output print-file.
     move     zero to page-nos WS-Pop WS-Picked WS-Ordinal.
     if       WS-Ledger = "S"
              perform Sales-Open-Input
              perform OTM3-Open-Input
     else
              perform Purch-Open-Input
              perform OTM5-Open-Input.
*>
     if       WS-Basis = "K"
              perform bc000-Keyed-List
     else
      if      WS-Basis = "T"
              display "Working ..." at 1501 with foreground-color 2
              sort  sort-file
                    on descending key srt-balance
                    input procedure  bb000-Input-To-Sort
                    output procedure bb100-Output-From-Sort
      else
              display "Working ..." at 1501 with foreground-color 2
              sort  sort-file
                    on ascending key srt-account
                    input procedure  bb000-Input-To-Sort
                    output procedure bb100-Output-From-Sort.
*>
     if       WS-Ledger = "S"
              perform Sales-Close
              perform OTM3-Close
     else
              perform Purch-Close
              perform OTM5-Close.
     close    Confirm-File
              print-file.
     if       WS-Picked = zero
              display XL199 at 2301 with foreground-color 4 highlight
     else
              call  "SYSTEM" using Print-Report
              move  WS-Picked to WS-D-Cnt
              display "Letters printed" at 2201 with foreground-color 2 erase eol
              display WS-D-Cnt at 2217 with foreground-color 3.
     display  "Hit return" at 2401 with foreground-color 2.
     accept   ws-reply at 2412.
*>
 ba999-exit.
     exit     section.
*>
 bb000-Input-To-Sort     section.
*>==============================
*>
*>  Every account with a balance at the date - the population.
*>
 bb010-Read.
     if       WS-Ledger = "S"
              perform Sales-Read-Next
     else
              perform Purch-Read-Next.
     if       fs-reply not = zero
              go to bb999-exit.
     if       WS-Ledger = "S"
              move WS-Sales-Key to WS-Account
     else
              move WS-Purch-Key to WS-Account.
     move     "N" to WS-Print-Items.
     perform  ea000-Balance-At-Date.
     if       WS-Acct-Bal = zero
              go to bb010-Read.
     move     WS-Acct-Bal to srt-balance.
     move     WS-Account  to srt-account.
     release  sort-record.
     add      1 to WS-Pop.
     go       to bb010-Read.
*>
 bb999-exit.
     exit     section.
*>
 bb100-Output-From-Sort  section.
*>==============================
*>
*>  Top N - the first N off the balance sort.  Random - every
*>   interval'th account through the ledger from a random start
*>   within the first interval.
*>
     if       WS-Basis = "R"
              divide WS-Pop by WS-N giving WS-Interval
              if     WS-Interval = zero
                     move 1 to WS-Interval
              end-if
              accept WS-Time from time
              move   WS-Time (5:4) to WS-Seed
              divide WS-Seed by WS-Interval giving WS-Next-Pick
                                            remainder WS-Next-Pick
              add    1 to WS-Next-Pick.
*>
 bb110-Return.
     return   sort-file at end
              go to bb999-exit.
     if       WS-Picked not < WS-N
              go to bb110-Return.
     add      1 to WS-Ordinal.
     if       WS-Basis = "R"
         and  WS-Ordinal not = WS-Next-Pick
              go to bb110-Return.
     if       WS-Basis = "R"
              add WS-Interval to WS-Next-Pick.
     move     srt-account to WS-Account.
     perform  bd000-Issue-Letter.
     go       to bb110-Return.
*>
 bb999-exit.
     exit     section.
*>
 bc000-Keyed-List        section.
*>==============================
*>
*>  The auditor's own list, one account at a time - blank or Esc when
*>   done.
*>
     display  "Account [       ]   (blank when done)" at 1501 with foreground-color 2.
*>
 bc010-Accept.
     move     spaces to WS-Account.
     accept   WS-Account at 1510 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Account = spaces
              go to bc999-exit.
     perform  ec000-Read-Account.
     if       WS-Found not = "Y"
              display XL198 at 2301 with foreground-color 4 highlight
              go to bc010-Accept.
     display  " " at 2301 with erase eol.
     perform  bd000-Issue-Letter.
     display  WS-Acct-Name at 1601 with foreground-color 3 erase eol.
     go       to bc010-Accept.
*>
 bc999-exit.
     exit     section.
*>
 bd000-Issue-Letter      section.
*>==============================
*>
*>  One letter a page - us, them, the items and the balance, and the
*>   slip for their reply to the auditors.  The letter record goes on
*>   file as sent, any earlier one for the account replaced.
*>
     perform  ec000-Read-Account.
     if       WS-Found not = "Y"
              go to bd999-exit.
     add      1 to WS-Picked.
     add      1 to page-nos.
     move     spaces to print-record.
     write    print-record after page.
     move     usera to lL-text.
     write    print-record from line-L after 2.
     move     to-day to lL-text.
     write    print-record from line-L after 2.
     move     WS-Acct-Name to lL-text.
     write    print-record from line-L after 3.
     move     1 to a.
*>
 bd010-Address.
     if       a > 96
              go to bd020-Body.
     move     spaces to lL-text.
     if       WS-Ledger = "S"
              unstring Sales-Address delimited by SL-Delim
                       into lL-text pointer a
     else
              unstring Purch-Address delimited by PL-Delim
                       into lL-text pointer a.
     if       lL-text not = spaces
              write print-record from line-L after 1.
     go       to bd010-Address.
*>
 bd020-Body.
     move     WS-Bal-Date to u-bin.
     perform  zz060-Convert-Date.
     move     "Dear Sirs," to lL-text.
     write    print-record from line-L after 3.
     move     spaces to lL-text.
     string   "Balance confirmation - account " WS-Account
              " as at " ws-date delimited by size into lL-text.
     write    print-record from line-L after 2.
     move     "For the purposes of their audit, please confirm directly to our"
                                                        to lL-text.
     write    print-record from line-L after 2.
     move     spaces to lL-text.
     string   "auditors, " delimited by size
              WS-Auditor   delimited by "  "
              ", the balance on your account with us at" delimited by size
                           into lL-text.
     write    print-record from line-L after 1.
     move     "the above date, as made up of the items listed below."
                                                        to lL-text.
     write    print-record from line-L after 1.
     move     "This is not a request for payment." to lL-text.
     write    print-record from line-L after 1.
*>
     move     spaces to line-I.
     move     "Date"      to lI-date.
     move     "Reference" to lI-ref.
     move     "Type"      to lI-type.
     write    print-record from line-I after 2.
     move     "Y" to WS-Print-Items.
     perform  ea000-Balance-At-Date.
     move     spaces to line-I.
     if       WS-Ledger = "S"
              move "Due from you" to lI-ref
     else
              move "Due to you"   to lI-ref.
     move     "at the date"  to lI-type.
     move     WS-Acct-Bal    to lI-amount.
     write    print-record from line-I after 2.
*>
     move     "Yours faithfully," to lL-text.
     write    print-record from line-L after 2.
     move     usera to lL-text.
     write    print-record from line-L after 3.
     move     all "-" to lL-text.
     write    print-record from line-L after 2.
     move     spaces to lL-text.
     string   "To " WS-Auditor delimited by "  "
              " - account " WS-Account delimited by size
              " of " usera delimited by "  " into lL-text.
     write    print-record from line-L after 1.
     move     spaces to lL-text.
     string   "We AGREE the balance as at " ws-date
              " shown above." delimited by size into lL-text.
     write    print-record from line-L after 2.
     move     "We DO NOT AGREE - our records show ................. and the"
                                                        to lL-text.
     write    print-record from line-L after 2.
     move     "difference is explained overleaf." to lL-text.
     write    print-record from line-L after 1.
     move     "Signed .........................   Position ..............   Date ........"
                                                        to lL-text.
     write    print-record from line-L after 3.
*>
     move     spaces       to Confirm-Record.
     move     WS-Ledger    to CF-Ledger.
     move     WS-Account   to CF-Account.
     move     zero         to CF-Seq.
     move     WS-Bal-Date  to CF-Bal-Date.
     move     WS-Acct-Bal  to CF-Balance.
     move     WS-Basis     to CF-Basis.
     move     WS-Today-Bin to CF-Sent-Date.
     move     "S"          to CF-Status.
     move     zero         to CF-Reply-Date CF-Their-Bal CF-Items.
     write    Confirm-Record
              invalid key
              rewrite Confirm-Record.
*>
 bd999-exit.
     exit     section.
*>
 ca000-Replies           section.
*>==============================
*>
*>  The reply as the auditors pass it on - A agreed, D disagreed with
*>   their figure, S back to still outstanding.
*>
     open     i-o Confirm-File.
     if       fs-reply not = zero
              display XL199 at 2301 with foreground-color 4 highlight
              display "Hit return" at 2401 with foreground-color 2
              accept  ws-reply at 2412
              go to ca999-exit.
*>
 ca010-Account.
     display  " " at 0401 with erase eos.
     display  "Record Replies" at 0401 with foreground-color 2.
     perform  cc000-Get-Letter.
     if       WS-Found not = "Y"
              close Confirm-File
              go to ca999-exit.
*>
     display  "Reply - A agreed, D disagreed, S outstanding [ ]" at 1301 with foreground-color 2.
     display  "Date of reply (ccyymmdd)                     [        ]" at 1401 with foreground-color 2.
     display  "Balance they show                            [            ]" at 1501 with foreground-color 2.
*>
 ca020-Status.
     move     CF-Status to ws-reply.
     accept   ws-reply at 1347 with foreground-color 6 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ca010-Account.
     if       ws-reply not = "A" and not = "D" and not = "S"
              display XL205 at 2301 with foreground-color 4 highlight
              go to ca020-Status.
     display  " " at 2301 with erase eol.
     move     ws-reply to CF-Status.
     if       CF-Outstanding
              move zero to CF-Reply-Date CF-Their-Bal
              go to ca090-Save.
*>
 ca030-Date.
     move     WS-Today-8 to WS-Date-8.
     accept   WS-Date-8 at 1447 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ca010-Account.
     perform  zz050-Date-8-To-Bin.
     if       u-bin = zero
              display XL203 at 2301 with foreground-color 4 highlight
              go to ca030-Date.
     display  " " at 2301 with erase eol.
     move     u-bin to CF-Reply-Date.
     if       CF-Agreed
              move CF-Balance to CF-Their-Bal
              go to ca090-Save.
*>
     move     CF-Their-Bal to WS-D-Amt.
     move     WS-D-Amt to WS-Amt-In.
     accept   WS-Amt-In at 1547 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ca010-Account.
     move     function numval (WS-Amt-In) to CF-Their-Bal.
*>
 ca090-Save.
     rewrite  Confirm-Record.
     if       CF-Disagreed
              perform cd000-Recon-Items.
     go       to ca010-Account.
*>
 ca999-exit.
     exit     section.
*>
 cb000-Recon-Account     section.
*>==============================
*>
     open     i-o Confirm-File.
     if       fs-reply not = zero
              display XL199 at 2301 with foreground-color 4 highlight
              display "Hit return" at 2401 with foreground-color 2
              accept  ws-reply at 2412
              go to cb999-exit.
*>
 cb010-Account.
     display  " " at 0401 with erase eos.
     display  "Reconciling Items" at 0401 with foreground-color 2.
     perform  cc000-Get-Letter.
     if       WS-Found not = "Y"
              close Confirm-File
              go to cb999-exit.
     if       not CF-Disagreed
              display "Only a disagreed reply has reconciling items - record it first"
                                    at 2301 with foreground-color 4 highlight
              go to cb010-Account.
     perform  cd000-Recon-Items.
     go       to cb010-Account.
*>
 cb999-exit.
     exit     section.
*>
 cc000-Get-Letter        section.
*>==============================
*>
*>  Ledger and account of a letter on file, shown - WS-Found = Y when
*>   got, the letter record in Confirm-Record.
*>
     move     "N" to WS-Found.
     display  "Ledger [ ]  Account [       ]" at 0601 with foreground-color 2.
*>
 cc010-Ledger.
     accept   WS-Ledger at 0609 with foreground-color 6 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to cc999-exit.
     if       WS-Ledger not = "S" and not = "P"
              go to cc010-Ledger.
*>
 cc020-Account.
     accept   WS-Account at 0622 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to cc999-exit.
     move     WS-Ledger  to CF-Ledger.
     move     WS-Account to CF-Account.
     move     zero       to CF-Seq.
     read     Confirm-File
              invalid key
              display XL204 at 2301 with foreground-color 4 highlight
              go to cc020-Account.
     display  " " at 2301 with erase eol.
     move     "Y" to WS-Found.
*>
     move     CF-Bal-Date to u-bin.
     perform  zz060-Convert-Date.
     display  "Balance as at"  at 0801 with foreground-color 2.
     display  ws-date          at 0815 with foreground-color 3.
     move     CF-Balance to WS-D-Amt.
     display  WS-D-Amt         at 0827 with foreground-color 3.
     move     CF-Sent-Date to u-bin.
     perform  zz060-Convert-Date.
     display  "Letter sent"    at 0901 with foreground-color 2.
     display  ws-date          at 0915 with foreground-color 3.
     display  "Reply"          at 1001 with foreground-color 2.
     if       CF-Agreed
              display "Agreed     " at 1015 with foreground-color 3
     else
      if      CF-Disagreed
              display "Disagreed  " at 1015 with foreground-color 3
              move CF-Their-Bal to WS-D-Amt
              display WS-D-Amt at 1027 with foreground-color 3
      else
              display "Outstanding" at 1015 with foreground-color 3.
*>
 cc999-exit.
     exit     section.
*>
 cd000-Recon-Items       section.
*>==============================
*>
*>  Items that explain our balance less theirs - each signed that way
*>   (a payment they sent that we have not yet received is plus).  A
*>   adds one, D deletes by number, Esc when done.  The letter record
*>   (key seq 00) is read back in at the end.
*>
     move     CF-Key to WS-Hold-Letter (1:10).
     subtract CF-Their-Bal from CF-Balance giving WS-Diff.
*>
 cd010-Show.
     display  " " at 1101 with erase eos.
     display  "Difference (ours - theirs)" at 1101 with foreground-color 2.
     move     WS-Diff to WS-D-Amt.
     display  WS-D-Amt at 1129 with foreground-color 3.
     display  "No Type Date       Reference  Description                        Amount"
                                 at 1201 with foreground-color 2.
     move     zero to WS-Item-Tot.
     move     13 to WS-Row.
     move     WS-Hold-Letter (1:10) to CF-Key.
     move     1 to CF-Seq.
     start    Confirm-File key not less than CF-Key
              invalid key
              go to cd030-Total.
*>
 cd020-Item.
     read     Confirm-File next record
              at end
              go to cd030-Total.
     if       CF-Key (1:8) not = WS-Hold-Letter (1:8)
              go to cd030-Total.
     add      CF-Item-Amount to WS-Item-Tot.
     if       WS-Row > 19
              go to cd020-Item.
     move     CF-Seq to WS-D-Seq.
     display  WS-D-Seq at line WS-Row col 1 with foreground-color 3.
     display  CF-Item-Type at line WS-Row col 5 with foreground-color 3.
     move     CF-Item-Date to u-bin.
     perform  zz060-Convert-Date.
     display  ws-date at line WS-Row col 9 with foreground-color 3.
     display  CF-Item-Ref at line WS-Row col 20 with foreground-color 3.
     display  CF-Item-Desc at line WS-Row col 31 with foreground-color 3.
     move     CF-Item-Amount to WS-D-Amt.
     display  WS-D-Amt at line WS-Row col 62 with foreground-color 3.
     add      1 to WS-Row.
     go       to cd020-Item.
*>
 cd030-Total.
     subtract WS-Item-Tot from WS-Diff giving WS-Unexplained.
     display  "Unexplained" at 2001 with foreground-color 2.
     move     WS-Unexplained to WS-D-Amt.
     display  WS-D-Amt at 2029 with foreground-color 3 highlight.
*>
 cd040-Action.
     display  "A add an item, D delete an item, Esc done [ ]" at 2101 with foreground-color 2.
     move     space to ws-reply.
     accept   ws-reply at 2144 with foreground-color 6 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to cd900-Done.
     if       ws-reply = "A"
              perform ce000-Add-Item
              go to cd010-Show.
     if       ws-reply = "D"
              perform cf000-Delete-Item
              go to cd010-Show.
     go       to cd040-Action.
*>
 cd900-Done.
     move     WS-Hold-Letter (1:10) to CF-Key.
     read     Confirm-File.
*>
 cd999-exit.
     exit     section.
*>
 ce000-Add-Item          section.
*>==============================
*>
*>  Next seq from the letter's CF-Items, the letter rewritten with it.
*>
     move     WS-Hold-Letter (1:10) to CF-Key.
     read     Confirm-File.
     if       CF-Items not < 99
              go to ce999-exit.
     add      1 to CF-Items.
     rewrite  Confirm-Record.
     move     CF-Items to WS-Del-Seq.
*>
     move     spaces to Confirm-Record.
     move     WS-Hold-Letter (1:8) to CF-Key (1:8).
     move     WS-Del-Seq to CF-Seq.
     display  "Type C cash in transit, I invoice in transit, D disputed, E error, O other [ ]"
                                 at 2201 with foreground-color 2 erase eol.
*>
 ce010-Type.
     accept   CF-Item-Type at 2277 with foreground-color 6 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ce900-Abandon.
     if       not CF-Cash-Transit and not CF-Inv-Transit and not CF-Disputed
          and not CF-Error and not CF-Other
              display XL206 at 2301 with foreground-color 4 highlight
              go to ce010-Type.
     display  " " at 2301 with erase eol.
     display  "Date (ccyymmdd) [        ]  Ref [          ]" at 2201 with foreground-color 2 erase eol.
*>
 ce020-Date.
     move     WS-Today-8 to WS-Date-8.
     accept   WS-Date-8 at 2218 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ce900-Abandon.
     perform  zz050-Date-8-To-Bin.
     if       u-bin = zero
              display XL203 at 2301 with foreground-color 4 highlight
              go to ce020-Date.
     display  " " at 2301 with erase eol.
     move     u-bin to CF-Item-Date.
     accept   CF-Item-Ref at 2234 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ce900-Abandon.
     display  "Desc [                              ]  Amount [            ]"
                                 at 2201 with foreground-color 2 erase eol.
     accept   CF-Item-Desc at 2207 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ce900-Abandon.
     move     spaces to WS-Amt-In.
     accept   WS-Amt-In at 2249 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ce900-Abandon.
     move     function numval (WS-Amt-In) to CF-Item-Amount.
     write    Confirm-Record
              invalid key
              rewrite Confirm-Record.
     display  " " at 2201 with erase eol.
     go       to ce999-exit.
*>
 ce900-Abandon.
     display  " " at 2201 with erase eol.
*>
 ce999-exit.
     exit     section.
*>
 cf000-Delete-Item       section.
*>==============================
*>
     display  "Delete item number [  ]" at 2201 with foreground-color 2 erase eol.
     move     zero to WS-Del-Seq.
     accept   WS-Del-Seq at 2221 with foreground-color 3 update.
     display  " " at 2201 with erase eol.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Del-Seq = zero
              go to cf999-exit.
     move     WS-Hold-Letter (1:8) to CF-Key (1:8).
     move     WS-Del-Seq to CF-Seq.
     delete   Confirm-File record
              invalid key
              display XL204 at 2301 with foreground-color 4 highlight.
*>
 cf999-exit.
     exit     section.
*>
 da000-Status-Report     section.
*>==============================
*>
*>  Every letter on file with its reply, the reconciling items under
*>   each disagreed one and what they leave unexplained; totals by
*>   status.  The same goes to the export file for the audit file.
*>
     display  " " at 0401 with erase eos.
     display  "Export file name [" at 0701 with foreground-color 2.
     display  "]" at 0783 with foreground-color 2.
     accept   WS-Exp-Name at 0719 with foreground-color 6 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to da999-exit.
     open     input Confirm-File.
     if       fs-reply not = zero
              display XL199 at 2301 with foreground-color 4 highlight
              display "Hit return" at 2401 with foreground-color 2
              accept  ws-reply at 2412
              go to da999-exit.
     open     output Conf-Exp-File.
     if       WS-Exp-Status not = zero
              close Confirm-File
              display XL157 at 2301 with foreground-color 4 highlight
              display "Hit return" at 2401 with foreground-color 2
              accept  ws-reply at 2412
              go to da999-exit.
*>
     initialize WS-Totals.
     move     spaces to WS-Hold-Letter.
     move     zero to page-nos.
     open     output print-file.
     move     "Audit Balance Confirmations - Status" to l1-title.
     perform  fb000-Headings.
     perform  Sales-Open-Input.
     perform  Purch-Open-Input.
     move     spaces to WS-Line.
     string   "HDR|CONFIRMATIONS|" usera "|" to-day delimited by size into WS-Line.
     write    Conf-Exp-Record from WS-Line.
*>
 da010-Read.
     read     Confirm-File next record
              at end
              go to da900-Totals.
     if       CF-Seq not = zero
              perform db000-Report-Item
              go to da010-Read.
     perform  dc000-Unexplained.
     move     Confirm-Record to WS-Hold-Letter.
     perform  dd000-Report-Letter.
     go       to da010-Read.
*>
 da900-Totals.
     perform  dc000-Unexplained.
     move     1 to WS-Tx.
*>
 da910-Total-Line.
     if       WS-Tx > 4
              go to da920-End.
     move     spaces to l5-lit.
     string   "Letters " WS-Tot-Name (WS-Tx) delimited by size
                                              into l5-lit.
     move     WS-Tot-Cnt (WS-Tx) to l5-cnt WS-D-Cnt.
     move     WS-Tot-Val (WS-Tx) to l5-val WS-D-Amt.
     if       WS-Tx = 1
              write print-record from line-5 after 3
     else
              write print-record from line-5 after 1.
     move     spaces to WS-Line.
     string   "CTL|" WS-Tot-Name (WS-Tx) delimited by space
              "|" WS-D-Cnt "|" WS-D-Amt delimited by size
                                              into WS-Line.
     write    Conf-Exp-Record from WS-Line.
     add      1 to WS-Tx.
     go       to da910-Total-Line.
*>
 da920-End.
     perform  Sales-Close.
     perform  Purch-Close.
     close    Confirm-File
              Conf-Exp-File
              print-file.
     call     "SYSTEM" using Print-Report.
     display  "Status report printed and export written." at 2201 with foreground-color 2 erase eol.
     display  "Hit return" at 2401 with foreground-color 2.
     accept   ws-reply at 2412.
*>
 da999-exit.
     exit     section.
*>
 db000-Report-Item       section.
*>==============================
*>
     add      CF-Item-Amount to WS-Item-Tot.
     move     spaces to line-4.
     move     CF-Seq to l4-seq.
     if       CF-Cash-Transit
              move "Cash in transit"   to l4-type
     else
      if      CF-Inv-Transit
              move "Invoice in trans." to l4-type
      else
       if     CF-Disputed
              move "Disputed"          to l4-type
       else
        if    CF-Error
              move "Error"             to l4-type
        else
              move "Other"             to l4-type.
     move     CF-Item-Date to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date        to l4-date.
     move     CF-Item-Ref    to l4-ref.
     move     CF-Item-Desc   to l4-desc.
     move     CF-Item-Amount to l4-amount WS-D-Amt.
     if       line-cnt > Page-Lines - 2
              perform fb000-Headings.
     write    print-record from line-4 after 1.
     add      1 to line-cnt.
     move     CF-Seq to WS-D-Seq.
     move     spaces to WS-Line.
     string   "RECON|" CF-Ledger "|" CF-Account "|" WS-D-Seq "|"
              CF-Item-Type "|" ws-date "|" CF-Item-Ref "|"
              CF-Item-Desc "|" WS-D-Amt delimited by size into WS-Line.
     write    Conf-Exp-Record from WS-Line.
*>
 db999-exit.
     exit     section.
*>
 dc000-Unexplained       section.
*>==============================
*>
*>  Closes off the letter before - what the items leave unexplained
*>   of a disagreed balance.
*>
     if       WS-Hold-Letter = spaces
              go to dc999-exit.
     move     WS-Hold-Letter to Confirm-Record.
     if       not CF-Disagreed
              go to dc900-Clear.
     compute  WS-Unexplained = CF-Balance - CF-Their-Bal - WS-Item-Tot.
     move     spaces to line-4.
     move     "Unexplained" to l4-desc.
     move     WS-Unexplained to l4-amount WS-D-Amt.
     write    print-record from line-4 after 1.
     add      1 to line-cnt.
     move     spaces to WS-Line.
     string   "UNEXPL|" CF-Ledger "|" CF-Account "|" WS-D-Amt
                                 delimited by size into WS-Line.
     write    Conf-Exp-Record from WS-Line.
*>
 dc900-Clear.
     move     spaces to WS-Hold-Letter.
     move     zero to WS-Item-Tot.
*>
 dc999-exit.
     exit     section.
*>
 dd000-Report-Letter     section.
*>==============================
*>
     move     CF-Ledger  to WS-Ledger.
     move     CF-Account to WS-Account.
     perform  ec000-Read-Account.
     move     WS-Hold-Letter to Confirm-Record.
     if       WS-Found not = "Y"
              move "** not on file **" to WS-Acct-Name.
*>
     move     spaces to line-3.
     move     CF-Ledger    to l3-ledger.
     move     CF-Account   to l3-acct.
     move     WS-Acct-Name to l3-name.
     move     CF-Bal-Date to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date      to l3-as-at.
     move     CF-Balance   to l3-balance.
     move     CF-Sent-Date to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date      to l3-sent.
     add      1 to WS-Tot-Cnt (1).
     add      CF-Balance to WS-Tot-Val (1).
     if       CF-Agreed
              move "Agreed"      to l3-status
              move 2 to WS-Tx
     else
      if      CF-Disagreed
              move "Disagreed"   to l3-status
              move 3 to WS-Tx
      else
              move "Outstanding" to l3-status
              move 4 to WS-Tx.
     add      1 to WS-Tot-Cnt (WS-Tx).
     add      CF-Balance to WS-Tot-Val (WS-Tx).
     move     zero to WS-Diff.
     if       not CF-Outstanding
              move CF-Reply-Date to u-bin
              perform zz060-Convert-Date
              move ws-date to l3-replied
              move CF-Their-Bal to l3-their
              subtract CF-Their-Bal from CF-Balance giving WS-Diff
              move WS-Diff to l3-diff.
     if       line-cnt > Page-Lines - 3
              perform fb000-Headings.
     write    print-record from line-3 after 2.
     add      2 to line-cnt.
*>
     move     CF-Balance   to WS-D-Amt.
     move     CF-Their-Bal to WS-D-Amt2.
     move     spaces to WS-Line.
     string   "CONF|" CF-Ledger "|" CF-Account "|"
              function trim (WS-Acct-Name trailing) "|"
              l3-as-at "|" WS-D-Amt "|" CF-Basis "|" l3-sent "|"
              CF-Status "|" l3-replied "|" WS-D-Amt2
              delimited by size into WS-Line.
     write    Conf-Exp-Record from WS-Line.
*>
 dd999-exit.
     exit     section.
*>
 ea000-Balance-At-Date   section.
*>==============================
*>
*>  WS-Acct-Bal for WS-Account at WS-Bal-Date - each invoice and
*>   credit note dated by then and not settled by then, net of what
*>   has been paid on those still open, less unapplied cash.  With
*>   WS-Print-Items = Y each item goes on the letter.
*>
     move     zero to WS-Acct-Bal.
     if       WS-Ledger = "S"
              move Sales-Unapplied to WS-Unapplied
              move WS-Account to oi3-customer
              move zero to oi3-invoice
              move 1 to File-Key-No
              set fn-not-less-than to true
              perform OTM3-Start
     else
              move Purch-Unapplied to WS-Unapplied
              move WS-Account to oi5-supplier
              move zero to oi5-invoice
              move 1 to File-Key-No
              set fn-not-less-than to true
              perform OTM5-Start.
     if       fs-reply not = zero
              go to ea900-Unapplied.
*>
 ea010-Read.
     if       WS-Ledger = "S"
              perform OTM3-Read-Next
     else
              perform OTM5-Read-Next.
     if       fs-reply not = zero
              go to ea900-Unapplied.
     if       WS-Ledger = "S"
              if    oi-customer of OI-Header not = WS-Account
                    go to ea900-Unapplied
              end-if
              move  oi-invoice of OI-Header      to WS-It-Invoice
              move  spaces                       to WS-It-Ref
              move  oi-date of OI-Header         to WS-It-Date
              move  oi-date-cleared of OI-Header to WS-It-Cleared
              move  oi-type of OI-Header         to WS-It-Type
              move  oi-status of OI-Header       to WS-It-Status
              move  oi-paid of OI-Header         to WS-It-Paid
              add   oi-net of OI-Header  oi-extra of OI-Header
                    oi-carriage of OI-Header  oi-vat of OI-Header
                    oi-discount of OI-Header  oi-e-vat of OI-Header
                    oi-deduct-amt of OI-Header  oi-deduct-vat of OI-Header
                    oi-c-vat of OI-Header  giving WS-It-Gross
     else
              move  WS-OTM5-Record to POI-Header
              if    oi-supplier of POI-Header not = WS-Account
                    go to ea900-Unapplied
              end-if
              move  oi-invoice of POI-Header      to WS-It-Invoice
              move  oi-ref of POI-Header          to WS-It-Ref
              move  oi-date of POI-Header         to WS-It-Date
              move  oi-date-cleared of POI-Header to WS-It-Cleared
              move  oi-type of POI-Header         to WS-It-Type
              move  oi-status of POI-Header       to WS-It-Status
              move  oi-paid of POI-Header         to WS-It-Paid
              add   oi-net of POI-Header  oi-extra of POI-Header
                    oi-carriage of POI-Header  oi-vat of POI-Header
                    oi-discount of POI-Header  oi-e-vat of POI-Header
                    oi-deduct-amt of POI-Header  oi-deduct-vat of POI-Header
                    oi-c-vat of POI-Header  giving WS-It-Gross
     end-if
*>
     if       WS-It-Type not = 2 and not = 3
           or WS-It-Date > WS-Bal-Date
              go to ea010-Read.
     if       WS-It-Status = 1
              if    WS-It-Cleared not = zero
                and WS-It-Cleared not > WS-Bal-Date
                    go to ea010-Read
              end-if
              move  WS-It-Gross to WS-It-Out
     else
      if      WS-It-Type = 2
              subtract WS-It-Paid from WS-It-Gross giving WS-It-Out
      else
              add   WS-It-Paid to WS-It-Gross giving WS-It-Out.
     if       WS-It-Out = zero
              go to ea010-Read.
     add      WS-It-Out to WS-Acct-Bal.
     if       WS-Print-Items not = "Y"
              go to ea010-Read.
     move     spaces to line-I.
     move     WS-It-Date to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to lI-date.
     if       WS-It-Ref not = spaces
              move WS-It-Ref to lI-ref
     else
              move WS-It-Invoice to lI-ref.
     if       WS-It-Type = 2
              move "Invoice"     to lI-type
     else
              move "Credit note" to lI-type.
     move     WS-It-Out to lI-amount.
     write    print-record from line-I after 1.
     go       to ea010-Read.
*>
 ea900-Unapplied.
     if       WS-Unapplied = zero
              go to ea999-exit.
     subtract WS-Unapplied from WS-Acct-Bal.
     if       WS-Print-Items not = "Y"
              go to ea999-exit.
     move     spaces to line-I.
     move     "Unapplied cash" to lI-type.
     multiply -1 by WS-Unapplied giving WS-It-Out.
     move     WS-It-Out to lI-amount.
     write    print-record from line-I after 1.
*>
 ea999-exit.
     exit     section.
*>
 ec000-Read-Account      section.
*>==============================
*>
*>  The master for WS-Ledger / WS-Account, name in WS-Acct-Name.
*>
     move     "N" to WS-Found.
     move     spaces to WS-Acct-Name.
     move     1 to File-Key-No.
     if       WS-Ledger = "S"
              move WS-Account to WS-Sales-Key
              perform Sales-Read-Indexed
              if    fs-reply = zero
                    move Sales-Name to WS-Acct-Name
                    move "Y" to WS-Found
              end-if
     else
              move WS-Account to WS-Purch-Key
              perform Purch-Read-Indexed
              if    fs-reply = zero
                    move Purch-Name to WS-Acct-Name
                    move "Y" to WS-Found
              end-if
     end-if.
*>
 ec999-exit.
     exit     section.
*>
 fb000-Headings          section.
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
 fb999-exit.
     exit     section.
*>
 zz050-Date-8-To-Bin     section.
*>==============================
*>
*>  WS-Date-8 (ccyymmdd) to u-bin, zero when not a date.
*>
     move     zero to u-bin.
     move     spaces to u-date.
     string   WS-Date-8 (7:2) "/" WS-Date-8 (5:2) "/"
              WS-Date-8 (1:4) delimited by size into u-date.
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
