       >>source free
*>*********************************************
*>                                            *
*>      Scheduled Report Distribution         *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         xl165.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Report subscriptions and their distribution.
*>                        Each subscription (fdrsub.cob) names a report
*>                        - aged debtors as sl120, aged creditors as
*>                        pl120, stock valuation as st030 or the sl909
*>                        commission figures - the slice of it one
*>                        recipient gets (a Sales-Territory, a rep, a
*>                        stock location or the lot), a minimum
*>                        balance / value to list, an e-mail address
*>                        and how often it goes.  Run from an xl200
*>                        job stream (caller xl150) every subscription
*>                        that is due is produced with no operator
*>                        input: the slice is written as a CSV
*>                        (rptnnnn-ccyymmdd-rr.csv), queued on the mail
*>                        queue as an attachment on the RDST template
*>                        and logged on the distribution log
*>                        (fdrdlog.cob), then mailq is run to send.
*>                        A slice with nothing in it is logged but not
*>                        sent.  From the menu subscriptions are
*>                        maintained, run when due or one at a time,
*>                        and the subscriptions and the log printed.
*>                        Commission comes from the posted invoice
*>                        summary (sl060 / sl936) for the current
*>                        cycle - no summary file, no lines.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04, mailq.
*>                        acas011 (Stock), acas012 (Sales),
*>                        acas019 (OTM3), acas022 (Purch),
*>                        acas029 (OTM5) FHs.
*>**
*>    Error messages used.
*>                        XL229    Report must be SA, PA, ST or CM.
*>                        XL230    Burst not valid for the report.
*>                        XL231    Rep not on file.
*>                        XL232    Frequency must be D, W or M.
*>                        XL233    Day out of range.
*>                        XL234    E-mail address required.
*>                        XL235    Subscription not on file.
*>                        XL236    Invalid date.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for scheduled report distribution.
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
 copy "selrsub.cob".
 copy "selrdlog.cob".
 copy "selrep.cob".
 copy "selinvsum.cob".
 copy "selmailq.cob".
 copy "selprint.cob".
*>
     select  Slice-File      assign               WS-Slice-Name
                             organization         line sequential
                             status               WS-Slice-Status.
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdrsub.cob".
 copy "fdrdlog.cob".
 copy "fdrep.cob".
 copy "fdinvsum.cob".
 copy "fdmailq.cob".
 copy "fdprint.cob".
*>
 fd  Slice-File.
 01  Slice-Record        pic x(256).
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "XL165 (3.02.00)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "slwsoi3.cob".
 copy "wssl.cob".
 copy "wspl.cob".
 copy "wsstock.cob".
*>
 01  WS-OTM5-Record         pic x(113).
 01  Open-Item-Record-5    redefines WS-OTM5-Record.
     03  oi5-key.
         05 oi5-supplier    pic x(7).
         05 oi5-invoice     PIC 9(8).
     03  oi5-date           binary-long.
     03  filler             pic x(94).
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
*>     03  WS-Stock-Record        pic x.
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
     03  WS-Slice-Name   pic x(40)        value spaces.
     03  WS-Slice-Status pic 99           value zero.
     03  WS-ISM-FS       pic 99           value zero.
     03  WS-Rep-Open     pic x            value "N".
     03  WS-Rep-Found    pic x            value "N".
     03  WS-Due          pic x            value "N".
     03  WS-Sub-In       pic 9(4)         value zero.
     03  WS-Min-In       pic 9(7)v99      value zero.
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Last-Bin     binary-long      value zero.
     03  WS-Week-Start   binary-long      value zero.
     03  WS-Today-Wd     pic 9            value zero.
     03  WS-Quot         binary-long      value zero.
     03  WS-Today-Ymd    pic 9(8)         value zero.
     03  WS-From-Ymd     pic 9(8)         value zero.
     03  WS-Ymd          pic 9(8)         value zero.
     03  WS-Run          pic 99           value zero.
     03  WS-Rx           pic 9            value zero.
     03  WS-Lines        pic 9(5)         value zero.
     03  WS-Slice-Cnt    pic 999          value zero.
     03  WS-Queued-Cnt   pic 999          value zero.
     03  WS-Empty-Cnt    pic 999          value zero.
     03  WS-Terr         pic x(10)        value spaces.
     03  WS-Burst-Desc   pic x(24)        value spaces.
     03  WS-Title        pic x(20)        value spaces.
     03  WS-Age-Days     binary-long      value zero.
     03  WS-Bkt          pic 9            value zero.
     03  WS-Amount       pic s9(8)v99     value zero.
     03  WS-Acct-Total   pic s9(9)v99     value zero.
     03  WS-Last-Acct    pic x(7)         value spaces.
     03  WS-Acct-Name    pic x(30)        value spaces.
     03  WS-Acct-Terr    pic x(10)        value spaces.
     03  WS-Acct-In      pic x            value "N".
     03  WS-Sum-Cut-Off  pic 9(8)         value zero.
     03  WS-Cur-Rep      pic x(3)         value spaces.
     03  WS-Comm-Base    pic s9(9)v99     value zero.
     03  WS-Comm-Due     pic s9(9)v99     value zero.
     03  WS-Margin       pic s9(9)v99     value zero.
     03  WS-Value        pic s9(9)v99     value zero.
     03  WS-Time         pic 9(8)         value zero.
*>
*>  Aged buckets - current, 30, 60, 90 & over - for the account in
*>   hand and the slice total.
*>
 01  WS-Ageing.
     03  WS-Acct-Bkt     pic s9(9)v99 comp-3  occurs 4.
     03  WS-Tot-Bkt      pic s9(9)v99 comp-3  occurs 4.
     03  WS-Tot-Value    pic s9(9)v99 comp-3.
     03  WS-Tot-Comm     pic s9(9)v99 comp-3.
*>
*>  Commission by rep from the invoice summary.
*>
 01  WS-Comm-Table.
     03  WS-Comm-Cnt     pic 99           value zero.
     03  WS-Cx           pic 99           value zero.
     03  WS-Comm-Item                     occurs 99.
         05  WS-Comm-Rep     pic x(3).
         05  WS-Comm-Net     pic s9(9)v99 comp-3.
         05  WS-Comm-Cost    pic s9(9)v99 comp-3.
         05  WS-Comm-Invs    pic 9(5)     comp-3.
*>
 01  WS-Report-Names.
     03  filler          pic x(22) value "SAAged debtors".
     03  filler          pic x(22) value "PAAged creditors".
     03  filler          pic x(22) value "STStock valuation".
     03  filler          pic x(22) value "CMCommission".
 01  filler              redefines WS-Report-Names.
     03  WS-Rpt          occurs 4.
         05  WS-Rpt-Code pic xx.
         05  WS-Rpt-Name pic x(20).
*>
 01  WS-Csv-Work.
     03  WS-Csv-Amt      pic -(8)9.99      occurs 5.
     03  WS-Csv-Qty      pic -(6)9.
     03  WS-Csv-Cost     pic -(6)9.9999.
     03  WS-Csv-Rate     pic z9.99.
*>
 01  ws-Test-Date            pic x(10).
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
     03  XL229          pic x(37) value "XL229 Report must be SA, PA, ST or CM".
     03  XL230          pic x(36) value "XL230 Burst not valid for the report".
     03  XL231          pic x(21) value "XL231 Rep not on file".
     03  XL232          pic x(34) value "XL232 Frequency must be D, W or M".
     03  XL233          pic x(22) value "XL233 Day out of range".
     03  XL234          pic x(30) value "XL234 E-mail address required".
     03  XL235          pic x(31) value "XL235 Subscription not on file".
     03  XL236          pic x(18) value "XL236 Invalid date".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(40)       value spaces.
     03  filler          pic x(36)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  l2-head         pic x(132)      value spaces.
*>
 01  line-3.
     03  l3-sub          pic z(3)9bb.
     03  l3-report       pic x(4).
     03  l3-burst        pic xbb.
     03  l3-key          pic x(11).
     03  l3-min          pic z(6)9.99b.
     03  l3-recipient    pic x(31).
     03  l3-freq         pic xb.
     03  l3-day          pic z9bb.
     03  l3-active       pic xbb.
     03  l3-last         pic x(11).
     03  l3-email        pic x(40).
*>
 01  line-4.
     03  l4-date         pic x(11).
     03  l4-time         pic 99b99b99bb.
     03  l4-sub          pic z(3)9b.
     03  l4-run          pic 99bb.
     03  l4-report       pic x(4).
     03  l4-burst        pic xb.
     03  l4-key          pic x(11).
     03  l4-recipient    pic x(31).
     03  l4-lines        pic z(4)9bb.
     03  l4-status       pic x(12).
     03  l4-attach       pic x(28).
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
*>
*>  Today as binary, ccyymmdd and day of the week (1 = Monday) -
*>   binary dates count from 01/01/1601, a Monday.
*>
     move     to-day to u-date.
     move     zero   to u-bin.
     perform  maps04.
     move     u-bin  to WS-Today-Bin.
     move     to-day (7:4) to WS-Today-Ymd (1:4).
     move     to-day (4:2) to WS-Today-Ymd (5:2).
     move     to-day (1:2) to WS-Today-Ymd (7:2).
     subtract 1 from WS-Today-Bin giving WS-Quot.
     divide   WS-Quot by 7 giving WS-Quot remainder WS-Today-Wd.
     add      1 to WS-Today-Wd.
     compute  WS-Week-Start = WS-Today-Bin - WS-Today-Wd + 1.
*>
     open     i-o Rpt-Sub-File.
     if       fs-reply not = zero
              open  output Rpt-Sub-File
              close Rpt-Sub-File
              open  i-o    Rpt-Sub-File.
*>
*>  Job stream step - everything due, no screen, then send.
*>
     if       WS-Caller = "xl150"
              move zero to WS-Term-Code
              perform ga000-Run-Due
              close Rpt-Sub-File
              perform gz000-Send-Mail
              go to menu-exit.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Scheduled Report Distribution" at 0126 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Maintain Subscriptions"          at 0811 with foreground-color 2.
     display  "(2)  Run Subscriptions Due Today"     at 0911 with foreground-color 2.
     display  "(3)  Run One Subscription Now"        at 1011 with foreground-color 2.
     display  "(4)  Print Subscriptions"             at 1111 with foreground-color 2.
     display  "(5)  Print Distribution Log"          at 1211 with foreground-color 2.
     display  "(X)  Return To Menu"                  at 1411 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-close.
     if       menu-reply = "1"
              perform  ba000-Subscriptions
              go to menu-return.
     if       menu-reply = "2"
              perform  ga000-Run-Due
              perform  gy000-Run-Totals
              go to menu-return.
     if       menu-reply = "3"
              perform  ha000-Run-One
              go to menu-return.
     if       menu-reply = "4"
              perform  ea000-Sub-List
              go to menu-return.
     if       menu-reply = "5"
              perform  fa000-Log-List
              go to menu-return.
     go       to menu-input.
*>
 menu-close.
     close    Rpt-Sub-File.
*>
 menu-exit.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Subscriptions     section.
*>==============================
*>
*>  Keying an existing number shows it and offers to amend or delete.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Maintain Subscriptions" at 0130 with foreground-color 2.
     move     "N" to WS-Rep-Open.
     open     input Sales-Rep-File.
     if       fs-reply = zero
              move "Y" to WS-Rep-Open.
*>
 ba010-Get-Sub.
     display  " " at 0501 with erase eos.
     move     zero to WS-Sub-In.
     display  "Subscription no [    ]" at 0501 with foreground-color 2.
     accept   WS-Sub-In at 0519 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Sub-In = zero
              go to ba900-Close.
     move     WS-Sub-In to RS-Sub-No.
     read     Rpt-Sub-File
              invalid key
              move spaces to Rpt-Sub-Record
              move WS-Sub-In to RS-Sub-No
              move "A"  to RS-Burst-Type
              move "W"  to RS-Freq
              move 1    to RS-Freq-Day
              move "Y"  to RS-Active
              move zero to RS-Min-Value RS-Last-Run RS-Last-Lines
              go to ba020-Show
     end-read
     perform  bb000-Show-Sub.
     display  "On file - (A)mend, (D)elete or (S)kip ? [S]" at 1901 with foreground-color 2.
     move     "S" to ws-reply.
     accept   ws-reply at 1942 with foreground-color 6 update UPPER.
     if       ws-reply = "D"
              delete Rpt-Sub-File record
              go to ba010-Get-Sub.
     if       ws-reply not = "A"
              go to ba010-Get-Sub.
     display  " " at 1901 with erase eol.
*>
 ba020-Show.
     perform  bb000-Show-Sub.
*>
 ba030-Report.
     accept   RS-Report at 0715 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba010-Get-Sub.
     if       not RS-Aged-Debtors and not RS-Aged-Creditors
          and not RS-Stock-Value  and not RS-Commission
              display XL229 at 2301 with foreground-color 4 highlight
              go to ba030-Report.
     display  " " at 2301 with erase eol.
*>
 ba040-Burst.
     accept   RS-Burst-Type at 0815 with foreground-color 3 update UPPER.
     if       RS-Burst-All
              move spaces to RS-Burst-Key
              display RS-Burst-Key at 0915 with foreground-color 3
              go to ba060-Min.
     if       (RS-Burst-Territory or RS-Burst-Rep)
         and  (RS-Aged-Debtors or RS-Commission)
              go to ba050-Key.
     if       RS-Burst-Location
         and  RS-Stock-Value
              go to ba050-Key.
     display  XL230 at 2301 with foreground-color 4 highlight.
     go       to ba040-Burst.
*>
 ba050-Key.
     display  " " at 2301 with erase eol.
     accept   RS-Burst-Key at 0915 with foreground-color 3 update UPPER.
     if       RS-Burst-Key = spaces
              go to ba050-Key.
     if       not RS-Burst-Rep
              go to ba060-Min.
     move     RS-Burst-Key to Rep-Code.
     perform  zc000-Read-Rep.
     if       WS-Rep-Found not = "Y"
              display XL231 at 2301 with foreground-color 4 highlight
              go to ba050-Key.
     display  Rep-Name at 0929 with foreground-color 3.
*>
 ba060-Min.
     display  " " at 2301 with erase eol.
     move     RS-Min-Value to WS-Min-In.
     accept   WS-Min-In at 1015 with foreground-color 3 update.
     move     WS-Min-In to RS-Min-Value.
     accept   RS-Recipient at 1115 with foreground-color 3 update.
*>
 ba070-Email.
     accept   RS-Email at 1215 with foreground-color 3 update.
     if       RS-Email = spaces
              display XL234 at 2301 with foreground-color 4 highlight
              go to ba070-Email.
     display  " " at 2301 with erase eol.
*>
 ba080-Freq.
     accept   RS-Freq at 1315 with foreground-color 3 update UPPER.
     if       not RS-Daily and not RS-Weekly and not RS-Monthly
              display XL232 at 2301 with foreground-color 4 highlight
              go to ba080-Freq.
     display  " " at 2301 with erase eol.
     if       RS-Daily
              move zero to RS-Freq-Day
              display RS-Freq-Day at 1415 with foreground-color 3
              go to ba100-Active.
*>
 ba090-Day.
     accept   RS-Freq-Day at 1415 with foreground-color 3 update.
     if       RS-Freq-Day < 1
          or (RS-Weekly  and RS-Freq-Day > 7)
          or (RS-Monthly and RS-Freq-Day > 28)
              display XL233 at 2301 with foreground-color 4 highlight
              go to ba090-Day.
     display  " " at 2301 with erase eol.
*>
 ba100-Active.
     accept   RS-Active at 1515 with foreground-color 3 update UPPER.
     if       RS-Active not = "Y"
              move "N" to RS-Active.
     write    Rpt-Sub-Record
              invalid key
              rewrite Rpt-Sub-Record
     end-write
     go       to ba010-Get-Sub.
*>
 ba900-Close.
     if       WS-Rep-Open = "Y"
              close Sales-Rep-File
              move "N" to WS-Rep-Open.
*>
 ba999-exit.
     exit     section.
*>
 bb000-Show-Sub          section.
*>==============================
*>
     display  "Report       [  ]  SA aged debtors, PA aged creditors, ST stock, CM commission"
                                   at 0701 with foreground-color 2.
     display  "Burst        [ ]  A all, T territory, R rep (SA, CM) - L location (ST)"
                                   at 0801 with foreground-color 2.
     display  "Burst key    [          ]" at 0901 with foreground-color 2.
     display  "Min value    [          ]  balance (SA, PA), item value (ST), net sales (CM)"
                                   at 1001 with foreground-color 2.
     display  "Recipient    [                              ]" at 1101 with foreground-color 2.
     display  "E-mail       [" at 1201 with foreground-color 2.
     display  "Frequency    [ ]  D daily, W weekly, M monthly" at 1301 with foreground-color 2.
     display  "On day       [  ]  W 1 = Mon .. 7 = Sun, M 1 - 28" at 1401 with foreground-color 2.
     display  "Active       [ ]" at 1501 with foreground-color 2.
     display  RS-Report     at 0715 with foreground-color 3.
     display  RS-Burst-Type at 0815 with foreground-color 3.
     display  RS-Burst-Key  at 0915 with foreground-color 3.
     move     RS-Min-Value  to WS-Min-In.
     display  WS-Min-In     at 1015 with foreground-color 3.
     display  RS-Recipient  at 1115 with foreground-color 3.
     display  RS-Email      at 1215 with foreground-color 3.
     display  RS-Freq       at 1315 with foreground-color 3.
     display  RS-Freq-Day   at 1415 with foreground-color 3.
     display  RS-Active     at 1515 with foreground-color 3.
     display  "Last run" at 1701 with foreground-color 2.
     if       RS-Last-Run = zero
              display "Never" at 1715 with foreground-color 3
     else
              move RS-Last-Run to WS-Ymd
              perform zd000-Ymd-To-Date
              display ws-date at 1715 with foreground-color 3
              display "lines" at 1733 with foreground-color 2
              display RS-Last-Lines at 1727 with foreground-color 3.
*>
 bb999-exit.
     exit     section.
*>
 ea000-Sub-List          section.
*>==============================
*>
     open     output print-file.
     move     zero to page-nos.
     move     "Report Subscriptions" to l1-title.
     move     "  Sub  Rpt Burst Key        Min Value  Recipient                     F Day Act Last Run   E-mail"
              to l2-head.
     perform  fb000-Headings.
     move     zero to RS-Sub-No.
     start    Rpt-Sub-File key not less than RS-Sub-No
              invalid key
              go to ea900-End
     end-start.
*>
 ea010-Read.
     read     Rpt-Sub-File next record
              at end go to ea900-End.
     move     spaces        to line-3.
     move     RS-Sub-No     to l3-sub.
     move     RS-Report     to l3-report.
     move     RS-Burst-Type to l3-burst.
     move     RS-Burst-Key  to l3-key.
     move     RS-Min-Value  to l3-min.
     move     RS-Recipient  to l3-recipient.
     move     RS-Freq       to l3-freq.
     move     RS-Freq-Day   to l3-day.
     move     RS-Active     to l3-active.
     if       RS-Last-Run = zero
              move "Never" to l3-last
     else
              move RS-Last-Run to WS-Ymd
              perform zd000-Ymd-To-Date
              move ws-date to l3-last.
     move     RS-Email      to l3-email.
     if       line-cnt > Page-Lines - 3
              perform fb000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
     go       to ea010-Read.
*>
 ea900-End.
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>
 ea999-exit.
     exit     section.
*>
 fa000-Log-List          section.
*>==============================
*>
*>  What went to whom from a date on.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Print Distribution Log" at 0130 with foreground-color 2.
     move     to-day to ws-test-date.
*>
 fa005-Date.
     display  "From date [          ]" at 0501 with foreground-color 2.
     accept   ws-test-date at 0512 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to fa999-exit.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              display XL236 at 2301 with foreground-color 4 highlight
              go to fa005-Date.
     move     u-date (7:4) to WS-From-Ymd (1:4).
     move     u-date (4:2) to WS-From-Ymd (5:2).
     move     u-date (1:2) to WS-From-Ymd (7:2).
*>
     open     input Rpt-Dist-File.
     if       fs-reply not = zero
              go to fa999-exit.
     open     output print-file.
     move     zero to page-nos.
     move     "Report Distribution Log" to l1-title.
     move     "Date       Time      Sub Run Rpt B Key        Recipient                      Lines Status      Attachment"
              to l2-head.
     perform  fb000-Headings.
     move     WS-From-Ymd to RD-Date.
     move     zero        to RD-Sub-No RD-Run.
     start    Rpt-Dist-File key not less than RD-Key
              invalid key
              go to fa900-End
     end-start.
*>
 fa010-Read.
     read     Rpt-Dist-File next record
              at end go to fa900-End.
     move     spaces        to line-4.
     move     RD-Date       to WS-Ymd.
     perform  zd000-Ymd-To-Date.
     move     ws-date       to l4-date.
     move     RD-Time       to l4-time.
     move     RD-Sub-No     to l4-sub.
     move     RD-Run        to l4-run.
     move     RD-Report     to l4-report.
     move     RD-Burst-Type to l4-burst.
     move     RD-Burst-Key  to l4-key.
     move     RD-Recipient  to l4-recipient.
     move     RD-Lines      to l4-lines.
     if       RD-Queued
              move "Queued"     to l4-status.
     if       RD-Empty
              move "Empty"      to l4-status.
     if       RD-Not-Queued
              move "Not written" to l4-status.
     move     RD-Attachment to l4-attach.
     if       line-cnt > Page-Lines - 3
              perform fb000-Headings.
     write    print-record from line-4 after 1.
     add      1 to line-cnt.
     go       to fa010-Read.
*>
 fa900-End.
     close    print-file Rpt-Dist-File.
     call     "SYSTEM" using Print-Report.
*>
 fa999-exit.
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
 ga000-Run-Due           section.
*>==============================
*>
*>  Every active subscription that is due today.
*>
     move     zero to WS-Slice-Cnt WS-Queued-Cnt WS-Empty-Cnt.
     perform  gb000-Open-Run.
     move     zero to RS-Sub-No.
     start    Rpt-Sub-File key not less than RS-Sub-No
              invalid key
              go to ga900-End
     end-start.
*>
 ga010-Read.
     read     Rpt-Sub-File next record
              at end go to ga900-End.
     if       not RS-Is-Active
              go to ga010-Read.
     perform  gc000-Is-Due.
     if       WS-Due not = "Y"
              go to ga010-Read.
     perform  ja000-Produce-Slice.
     rewrite  Rpt-Sub-Record.
     go       to ga010-Read.
*>
 ga900-End.
     perform  gd000-Close-Run.
*>
 ga999-exit.
     exit     section.
*>
 gb000-Open-Run          section.
*>==============================
*>
     open     i-o Rpt-Dist-File.
     if       fs-reply not = zero
              open  output Rpt-Dist-File
              close Rpt-Dist-File
              open  i-o    Rpt-Dist-File.
     move     "N" to WS-Rep-Open.
     open     input Sales-Rep-File.
     if       fs-reply = zero
              move "Y" to WS-Rep-Open.
*>
 gb999-exit.
     exit     section.
*>
 gc000-Is-Due            section.
*>==============================
*>
*>  Daily - not yet run today.  Weekly - on or after the day this
*>   week and not yet run this week.  Monthly - on or after the day
*>   this month and not yet run this month.  A missed run (holiday,
*>   stream not run) is caught up the next time.
*>
     move     "N" to WS-Due.
     if       RS-Last-Run not < WS-Today-Ymd
              go to gc999-exit.
     if       RS-Daily
              move "Y" to WS-Due
              go to gc999-exit.
     if       RS-Monthly
              if   WS-Today-Ymd (7:2) not < RS-Freq-Day
               and RS-Last-Run (1:6) < WS-Today-Ymd (1:6)
                   move "Y" to WS-Due
              end-if
              go to gc999-exit.
     if       WS-Today-Wd < RS-Freq-Day
              go to gc999-exit.
     move     zero to WS-Last-Bin.
     if       RS-Last-Run not = zero
              move RS-Last-Run to WS-Ymd
              perform zd000-Ymd-To-Date
              move zero to u-bin
              perform maps04
              move u-bin to WS-Last-Bin.
     if       WS-Last-Bin < WS-Week-Start
              move "Y" to WS-Due.
*>
 gc999-exit.
     exit     section.
*>
 gd000-Close-Run         section.
*>==============================
*>
     close    Rpt-Dist-File.
     if       WS-Rep-Open = "Y"
              close Sales-Rep-File
              move "N" to WS-Rep-Open.
*>
 gd999-exit.
     exit     section.
*>
 gy000-Run-Totals        section.
*>==============================
*>
     if       WS-Queued-Cnt not = zero
              perform gz000-Send-Mail.
     display  "Slices produced" at 1601 with foreground-color 2.
     display  WS-Slice-Cnt at 1620 with foreground-color 3.
     display  "Queued to mail"  at 1701 with foreground-color 2.
     display  WS-Queued-Cnt at 1720 with foreground-color 3.
     display  "Empty, not sent" at 1801 with foreground-color 2.
     display  WS-Empty-Cnt at 1820 with foreground-color 3.
     display  "Hit Return to continue" at 2001 with foreground-color 2.
     accept   ws-reply at 2024.
*>
 gy999-exit.
     exit     section.
*>
 gz000-Send-Mail         section.
*>==============================
*>
     call     "mailq" using ws-calling-data
                            system-record
                            to-day
                            file-defs.
*>
 gz999-exit.
     exit     section.
*>
 ha000-Run-One           section.
*>==============================
*>
*>  One subscription now, due or not - a re-send or a first look.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Run One Subscription Now" at 0129 with foreground-color 2.
     move     zero to WS-Sub-In.
     display  "Subscription no [    ]" at 0501 with foreground-color 2.
     accept   WS-Sub-In at 0519 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Sub-In = zero
              go to ha999-exit.
     move     WS-Sub-In to RS-Sub-No.
     read     Rpt-Sub-File
              invalid key
              display XL235 at 2301 with foreground-color 4 highlight
              accept ws-reply at 2335
              go to ha999-exit
     end-read
     move     zero to WS-Slice-Cnt WS-Queued-Cnt WS-Empty-Cnt.
     perform  gb000-Open-Run.
     perform  ja000-Produce-Slice.
     rewrite  Rpt-Sub-Record.
     perform  gd000-Close-Run.
     perform  gy000-Run-Totals.
*>
 ha999-exit.
     exit     section.
*>
 ja000-Produce-Slice     section.
*>==============================
*>
*>  The slice for the subscription in Rpt-Sub-Record - written,
*>   queued when it has lines, logged and the run date set.
*>
     perform  jb000-Next-Run.
     move     1 to WS-Rx.
*>
 ja010-Title.
     if       WS-Rpt-Code (WS-Rx) not = RS-Report
        and   WS-Rx < 4
              add 1 to WS-Rx
              go to ja010-Title.
     move     WS-Rpt-Name (WS-Rx) to WS-Title.
     move     spaces to WS-Burst-Desc.
     if       RS-Burst-All
              move "all" to WS-Burst-Desc.
     if       RS-Burst-Territory
              string "territory " RS-Burst-Key delimited by size
                     into WS-Burst-Desc.
     if       RS-Burst-Rep
              string "rep " RS-Burst-Key delimited by size
                     into WS-Burst-Desc.
     if       RS-Burst-Location
              string "location " RS-Burst-Key delimited by size
                     into WS-Burst-Desc.
*>
     move     spaces to WS-Slice-Name.
     string   "rpt"        delimited by size
              RS-Sub-No    delimited by size
              "-"          delimited by size
              WS-Today-Ymd delimited by size
              "-"          delimited by size
              WS-Run       delimited by size
              ".csv"       delimited by size
                           into WS-Slice-Name.
*>
     move     spaces to Rpt-Dist-Record.
     move     WS-Today-Ymd  to RD-Date.
     move     RS-Sub-No     to RD-Sub-No.
     move     WS-Run        to RD-Run.
     move     RS-Report     to RD-Report.
     move     RS-Burst-Type to RD-Burst-Type.
     move     RS-Burst-Key  to RD-Burst-Key.
     move     RS-Recipient  to RD-Recipient.
     move     RS-Email      to RD-Email.
     move     WS-Slice-Name to RD-Attachment.
     move     Usera (1:8)   to RD-User.
     move     zero          to RD-Lines RD-Mq-Seq.
     move     zero to WS-Lines.
     add      1 to WS-Slice-Cnt.
*>
     open     output Slice-File.
     if       WS-Slice-Status not = zero
              move "F" to RD-Status
              go to ja900-Log.
     move     spaces to Slice-Record.
     string   '"' usera delimited by "  "
              " - " WS-Title delimited by "  "
              " - " WS-Burst-Desc delimited by "  "
              " - " to-day '"' delimited by size
                             into Slice-Record.
     write    Slice-Record.
*>
     if       RS-Aged-Debtors
              perform ma000-Aged-Debtors.
     if       RS-Aged-Creditors
              perform mb000-Aged-Creditors.
     if       RS-Stock-Value
              perform mc000-Stock-Valuation.
     if       RS-Commission
              perform md000-Commission.
     close    Slice-File.
     move     WS-Lines to RD-Lines.
*>
     if       WS-Lines = zero
              move "E" to RD-Status
              add 1 to WS-Empty-Cnt
              go to ja900-Log.
     perform  jc000-Queue-Email.
     move     "Q" to RD-Status.
     move     Mq-Seq-No to RD-Mq-Seq.
     add      1 to WS-Queued-Cnt.
*>
 ja900-Log.
     accept   WS-Time from time.
     move     WS-Time (1:6) to RD-Time.
     write    Rpt-Dist-Record
              invalid key
              rewrite Rpt-Dist-Record
     end-write
     move     WS-Today-Ymd to RS-Last-Run.
     move     WS-Lines     to RS-Last-Lines.
*>
 ja999-exit.
     exit     section.
*>
 jb000-Next-Run          section.
*>==============================
*>
*>  Run number within the day for the subscription - one more than
*>   the last on the log, so a re-run never overwrites.
*>
     move     zero to WS-Run.
     move     WS-Today-Ymd to RD-Date.
     move     RS-Sub-No    to RD-Sub-No.
     move     zero         to RD-Run.
     start    Rpt-Dist-File key not less than RD-Key
              invalid key
              go to jb900-Next
     end-start.
*>
 jb010-Read.
     read     Rpt-Dist-File next record
              at end go to jb900-Next.
     if       RD-Date = WS-Today-Ymd
        and   RD-Sub-No = RS-Sub-No
              move RD-Run to WS-Run
              go to jb010-Read.
*>
 jb900-Next.
     if       WS-Run < 99
              add 1 to WS-Run.
*>
 jb999-exit.
     exit     section.
*>
 jc000-Queue-Email       section.
*>==============================
*>
*>  RDST template - report, slice and date ride in the subject after
*>   the company name, the slice is the attachment.
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
     move     "RDST"          to Mq-Template-Code.
     move     RS-Email        to Mq-To.
     move     Company-Email   to Mq-From.
     move     spaces          to Mq-Merge-1 Mq-Merge-2 Mq-Merge-3.
     string   usera           delimited by "  "
              " - "           delimited by size
              WS-Title        delimited by "  "
              " - "           delimited by size
              WS-Burst-Desc   delimited by "  "
              " - "           delimited by size
              to-day          delimited by size
                              into Mq-Merge-1.
     move     RS-Recipient    to Mq-Merge-2.
     move     RS-Sub-No       to Mq-Merge-3.
     move     WS-Slice-Name   to Mq-Attachment.
     move     "Q"             to Mq-Status.
     accept   Mq-Queued-Date  from date yyyymmdd.
     accept   Mq-Queued-Time  from time.
     move     zero            to Mq-Sent-Date.
     write    Mail-Queue-Record.
     close    Mail-Queue-File.
*>
 jc999-exit.
     exit     section.
*>
 ma000-Aged-Debtors      section.
*>==============================
*>
*>  Outstanding sales invoices by customer, aged on invoice date as
*>   sl120 - for a territory, a rep's territory or all customers.
*>
     move     spaces to WS-Terr.
     if       RS-Burst-Territory
              move RS-Burst-Key to WS-Terr.
     if       RS-Burst-Rep
              move RS-Burst-Key to Rep-Code
              perform zc000-Read-Rep
              if   WS-Rep-Found = "Y"
                   move Rep-Territory to WS-Terr
              else
                   move high-values to WS-Terr
              end-if
     end-if
     perform  za000-Clear-Totals.
     move     "Account,Name,Territory,Current,30 Days,60 Days,90 Days & Over,Balance"
              to Slice-Record.
     write    Slice-Record.
     perform  Sales-Open-Input.
     perform  OTM3-Open-Input.
     move     spaces to WS-Last-Acct.
     move     "N"    to WS-Acct-In.
*>
 ma010-Loop.
     perform  OTM3-Read-Next.
     if       fs-reply not = zero
              go to ma900-End.
     if       oi-customer of OI-Header not = WS-Last-Acct
              perform zb000-Flush-Account
              move oi-customer of OI-Header
                to WS-Last-Acct WS-Sales-Key
              move 1 to File-Key-No
              perform Sales-Read-Indexed
              if   fs-reply = zero
                   move Sales-Name      to WS-Acct-Name
                   move Sales-Territory to WS-Acct-Terr
              else
                   move spaces to WS-Acct-Name WS-Acct-Terr
              end-if
              move "Y" to WS-Acct-In
              if   not RS-Burst-All
               and WS-Acct-Terr not = WS-Terr
                   move "N" to WS-Acct-In
              end-if
     end-if
     if       WS-Acct-In not = "Y"
              go to ma010-Loop.
     if       oi-type of OI-Header not = 2
           or oi-status of OI-Header not = zero
              go to ma010-Loop.
     add      oi-net of OI-Header      oi-extra of OI-Header
              oi-carriage of OI-Header oi-vat of OI-Header
              oi-discount of OI-Header oi-e-vat of OI-Header
              oi-deduct-amt of OI-Header
              oi-deduct-vat of OI-Header
              oi-c-vat of OI-Header    giving  WS-Amount.
     subtract oi-paid of OI-Header from WS-Amount.
     if       WS-Amount = zero
              go to ma010-Loop.
     subtract oi-date of OI-Header from WS-Today-Bin giving WS-Age-Days.
     perform  zz200-Age-Bucket.
     go       to ma010-Loop.
*>
 ma900-End.
     perform  zb000-Flush-Account.
     perform  OTM3-Close.
     perform  Sales-Close.
     perform  zz300-Aged-Total.
*>
 ma999-exit.
     exit     section.
*>
 mb000-Aged-Creditors    section.
*>==============================
*>
*>  Outstanding purchase invoices by supplier, aged as pl120.
*>
     perform  za000-Clear-Totals.
     move     "Account,Name,Territory,Current,30 Days,60 Days,90 Days & Over,Balance"
              to Slice-Record.
     write    Slice-Record.
     perform  Purch-Open-Input.
     perform  OTM5-Open-Input.
     move     spaces to WS-Last-Acct.
     move     "N"    to WS-Acct-In.
*>
 mb010-Loop.
     perform  OTM5-Read-Next.
     if       fs-reply not = zero
              go to mb900-End.
     move     WS-OTM5-Record to POI-Header.
     if       oi-supplier of POI-Header not = WS-Last-Acct
              perform zb000-Flush-Account
              move oi-supplier of POI-Header
                to WS-Last-Acct WS-Purch-Key
              move 1 to File-Key-No
              perform Purch-Read-Indexed
              if   fs-reply = zero
                   move Purch-Name to WS-Acct-Name
              else
                   move spaces to WS-Acct-Name
              end-if
              move spaces to WS-Acct-Terr
              move "Y"    to WS-Acct-In
     end-if
     if       oi-type of POI-Header not = 2
           or oi-status of POI-Header not = zero
              go to mb010-Loop.
     add      oi-net of POI-Header      oi-extra of POI-Header
              oi-carriage of POI-Header oi-vat of POI-Header
              oi-discount of POI-Header oi-e-vat of POI-Header
              oi-c-vat of POI-Header    giving  WS-Amount.
     subtract oi-paid of POI-Header from WS-Amount.
     if       WS-Amount = zero
              go to mb010-Loop.
     subtract oi-date of POI-Header from WS-Today-Bin giving WS-Age-Days.
     perform  zz200-Age-Bucket.
     go       to mb010-Loop.
*>
 mb900-End.
     perform  zb000-Flush-Account.
     perform  OTM5-Close.
     perform  Purch-Close.
     perform  zz300-Aged-Total.
*>
 mb999-exit.
     exit     section.
*>
 mc000-Stock-Valuation   section.
*>==============================
*>
*>  Items held at their average cost as st030 - for one location or
*>   the whole stock file.
*>
     move     zero to WS-Tot-Value.
     move     "Item,Description,Location,Held,Average Cost,Value"
              to Slice-Record.
     write    Slice-Record.
     perform  Stock-Open-Input.
*>
 mc010-Loop.
     perform  Stock-Read-Next.
     if       fs-reply not = zero
              go to mc900-End.
     if       RS-Burst-Location
        and   WS-Stock-Location not = RS-Burst-Key
              go to mc010-Loop.
     if       Stock-Held = zero
              go to mc010-Loop.
     if       Stock-Value < RS-Min-Value
              go to mc010-Loop.
     move     Stock-Held  to WS-Csv-Qty.
     move     Stock-Cost  to WS-Csv-Cost.
     move     Stock-Value to WS-Csv-Amt (1).
     move     spaces to Slice-Record.
     string   '"' WS-Stock-Key  delimited by "  "
              '","' WS-Stock-Desc delimited by "  "
              '","' WS-Stock-Location delimited by "  "
              '",' WS-Csv-Qty "," WS-Csv-Cost "," WS-Csv-Amt (1)
                                  delimited by size
                                  into Slice-Record.
     write    Slice-Record.
     add      1 to WS-Lines.
     add      Stock-Value to WS-Tot-Value.
     go       to mc010-Loop.
*>
 mc900-End.
     perform  Stock-Close.
     if       WS-Lines = zero
              go to mc999-exit.
     move     WS-Tot-Value to WS-Csv-Amt (1).
     move     spaces to Slice-Record.
     string   '"Total",,,,,' WS-Csv-Amt (1) delimited by size
                                   into Slice-Record.
     write    Slice-Record.
*>
 mc999-exit.
     exit     section.
*>
 md000-Commission        section.
*>==============================
*>
*>  Commission due by rep for the current cycle, from the posted
*>   invoice summary and the rep's rate and basis as sl909.
*>
     move     zero to WS-Comm-Cnt WS-Tot-Value WS-Tot-Comm.
     move     "Rep,Name,Territory,Invoices,Net Sales,Margin,Rate,Basis,Commission"
              to Slice-Record.
     write    Slice-Record.
     open     input Inv-Sum-File.
     if       WS-ISM-FS not = zero
              go to md999-exit.
     move     zero to WS-Sum-Cut-Off.
     if       S-End-Cycle-Date not = zero
              move S-End-Cycle-Date to u-bin
              perform maps04
              if   u-date not = spaces
                   move u-date (7:4) to WS-Sum-Cut-Off (1:4)
                   move u-date (4:2) to WS-Sum-Cut-Off (5:2)
                   move u-date (1:2) to WS-Sum-Cut-Off (7:2)
              end-if
     end-if.
*>
 md010-Read.
     read     Inv-Sum-File next record
              at end go to md100-Report.
     if       ISM-Date not > WS-Sum-Cut-Off
              go to md010-Read.
     move     ISM-Rep to WS-Cur-Rep.
     inspect  WS-Cur-Rep converting "abcdefghijklmnopqrstuvwxyz"
                                 to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
     move     1 to WS-Cx.
*>
 md020-Find.
     if       WS-Cx > WS-Comm-Cnt
              if   WS-Comm-Cnt = 99
                   go to md010-Read
              end-if
              add  1 to WS-Comm-Cnt
              move WS-Comm-Cnt to WS-Cx
              move WS-Cur-Rep to WS-Comm-Rep (WS-Cx)
              move zero to WS-Comm-Net  (WS-Cx)
                           WS-Comm-Cost (WS-Cx)
                           WS-Comm-Invs (WS-Cx)
              go to md030-Add.
     if       WS-Comm-Rep (WS-Cx) not = WS-Cur-Rep
              add 1 to WS-Cx
              go to md020-Find.
*>
 md030-Add.
     add      ISM-Net  to WS-Comm-Net  (WS-Cx).
     add      ISM-Cost to WS-Comm-Cost (WS-Cx).
     add      ISM-Invs to WS-Comm-Invs (WS-Cx).
     go       to md010-Read.
*>
 md100-Report.
     close    Inv-Sum-File.
     move     zero to WS-Cx.
*>
 md110-Rep.
     add      1 to WS-Cx.
     if       WS-Cx > WS-Comm-Cnt
              go to md900-End.
     if       RS-Burst-Rep
        and   WS-Comm-Rep (WS-Cx) not = RS-Burst-Key
              go to md110-Rep.
     if       WS-Comm-Net (WS-Cx) < RS-Min-Value
              go to md110-Rep.
     move     WS-Comm-Rep (WS-Cx) to Rep-Code.
     perform  zc000-Read-Rep.
     if       WS-Rep-Found not = "Y"
              move "** Not on salesperson file **" to Rep-Name
              move spaces to Rep-Territory
              move zero   to Rep-Comm-Rate
              move "S"    to Rep-Comm-Basis.
     if       RS-Burst-Territory
        and   Rep-Territory not = RS-Burst-Key
              go to md110-Rep.
     subtract WS-Comm-Cost (WS-Cx) from WS-Comm-Net (WS-Cx)
              giving WS-Margin.
     if       Rep-Comm-On-Margin
              move WS-Margin to WS-Comm-Base
     else
              move WS-Comm-Net (WS-Cx) to WS-Comm-Base.
     compute  WS-Comm-Due rounded = WS-Comm-Base * Rep-Comm-Rate / 100.
*>
     move     WS-Comm-Invs (WS-Cx) to WS-Csv-Qty.
     move     WS-Comm-Net  (WS-Cx) to WS-Csv-Amt (1).
     move     WS-Margin            to WS-Csv-Amt (2).
     move     Rep-Comm-Rate        to WS-Csv-Rate.
     move     WS-Comm-Due          to WS-Csv-Amt (3).
     move     spaces to Slice-Record.
     string   '"' WS-Comm-Rep (WS-Cx) delimited by size
              '","' Rep-Name          delimited by "  "
              '","' Rep-Territory     delimited by "  "
              '",' WS-Csv-Qty "," WS-Csv-Amt (1) "," WS-Csv-Amt (2)
              "," WS-Csv-Rate "," Rep-Comm-Basis "," WS-Csv-Amt (3)
                                      delimited by size
                                      into Slice-Record.
     write    Slice-Record.
     add      1 to WS-Lines.
     add      WS-Comm-Net (WS-Cx) to WS-Tot-Value.
     add      WS-Comm-Due to WS-Tot-Comm.
     go       to md110-Rep.
*>
 md900-End.
     if       WS-Lines = zero
              go to md999-exit.
     move     WS-Tot-Value to WS-Csv-Amt (1).
     move     WS-Tot-Comm  to WS-Csv-Amt (3).
     move     spaces to Slice-Record.
     string   '"Total",,,,' WS-Csv-Amt (1) ",,,," WS-Csv-Amt (3)
                                   delimited by size
                                   into Slice-Record.
     write    Slice-Record.
*>
 md999-exit.
     exit     section.
*>
 za000-Clear-Totals      section.
*>==============================
*>
     move     zero to WS-Bkt.
*>
 za010-Clear.
     add      1 to WS-Bkt.
     move     zero to WS-Acct-Bkt (WS-Bkt) WS-Tot-Bkt (WS-Bkt).
     if       WS-Bkt < 4
              go to za010-Clear.
*>
 za999-exit.
     exit     section.
*>
 zb000-Flush-Account     section.
*>==============================
*>
*>  One line for the account just finished when it is in the slice
*>   and owes at least the minimum - buckets cleared either way.
*>
     if       WS-Last-Acct = spaces
           or WS-Acct-In not = "Y"
              go to zb900-Clear.
     add      WS-Acct-Bkt (1) WS-Acct-Bkt (2) WS-Acct-Bkt (3)
              WS-Acct-Bkt (4) giving WS-Acct-Total.
     if       WS-Acct-Total = zero
           or WS-Acct-Total < RS-Min-Value
              go to zb900-Clear.
     move     WS-Acct-Bkt (1) to WS-Csv-Amt (1).
     move     WS-Acct-Bkt (2) to WS-Csv-Amt (2).
     move     WS-Acct-Bkt (3) to WS-Csv-Amt (3).
     move     WS-Acct-Bkt (4) to WS-Csv-Amt (4).
     move     WS-Acct-Total   to WS-Csv-Amt (5).
     move     spaces to Slice-Record.
     string   '"' WS-Last-Acct  delimited by size
              '","' WS-Acct-Name delimited by "  "
              '","' WS-Acct-Terr delimited by "  "
              '",' WS-Csv-Amt (1) "," WS-Csv-Amt (2) ","
              WS-Csv-Amt (3) "," WS-Csv-Amt (4) "," WS-Csv-Amt (5)
                                 delimited by size
                                 into Slice-Record.
     write    Slice-Record.
     add      1 to WS-Lines.
     add      WS-Acct-Bkt (1) to WS-Tot-Bkt (1).
     add      WS-Acct-Bkt (2) to WS-Tot-Bkt (2).
     add      WS-Acct-Bkt (3) to WS-Tot-Bkt (3).
     add      WS-Acct-Bkt (4) to WS-Tot-Bkt (4).
*>
 zb900-Clear.
     move     zero to WS-Acct-Bkt (1) WS-Acct-Bkt (2)
                      WS-Acct-Bkt (3) WS-Acct-Bkt (4).
*>
 zb999-exit.
     exit     section.
*>
 zc000-Read-Rep          section.
*>==============================
*>
     move     "N" to WS-Rep-Found.
     if       WS-Rep-Open not = "Y"
              go to zc999-exit.
     read     Sales-Rep-File
              invalid key
              go to zc999-exit
     end-read
     move     "Y" to WS-Rep-Found.
*>
 zc999-exit.
     exit     section.
*>
 zd000-Ymd-To-Date       section.
*>==============================
*>
*>  WS-Ymd ccyymmdd to dd/mm/ccyy in u-date and the display form
*>   in ws-date.
*>
     move     spaces to u-date.
     string   WS-Ymd (7:2) "/" WS-Ymd (5:2) "/"
              WS-Ymd (1:4) delimited by size into u-date.
     move     u-date to ws-date.
     if       Date-Form = zero
              move 1 to Date-Form.
     if       Date-UK
              go to zd999-exit.
     if       Date-USA
              move ws-days to ws-swap
              move ws-month to ws-days
              move ws-swap to ws-month
              go to zd999-exit.
     move     "ccyy/mm/dd" to ws-date.
     move     u-date (7:4) to ws-Intl-Year.
     move     u-date (4:2) to ws-Intl-Month.
     move     u-date (1:2) to ws-Intl-Days.
*>
 zd999-exit.
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
     inspect  ws-test-date replacing all "." by "/".
     inspect  ws-test-date replacing all "," by "/".
     inspect  ws-test-date replacing all "-" by "/".
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
 zz200-Age-Bucket        section.
*>==============================
*>
*>  Credit balances always current, as sl120.
*>
     if       WS-Amount < zero
           or WS-Age-Days < 30
              move 1 to WS-Bkt
     else
      if      WS-Age-Days < 60
              move 2 to WS-Bkt
      else
       if     WS-Age-Days < 90
              move 3 to WS-Bkt
       else
              move 4 to WS-Bkt.
     add      WS-Amount to WS-Acct-Bkt (WS-Bkt).
*>
 zz200-exit.
     exit     section.
*>
 zz300-Aged-Total        section.
*>==============================
*>
     if       WS-Lines = zero
              go to zz300-exit.
     add      WS-Tot-Bkt (1) WS-Tot-Bkt (2) WS-Tot-Bkt (3)
              WS-Tot-Bkt (4) giving WS-Acct-Total.
     move     WS-Tot-Bkt (1) to WS-Csv-Amt (1).
     move     WS-Tot-Bkt (2) to WS-Csv-Amt (2).
     move     WS-Tot-Bkt (3) to WS-Csv-Amt (3).
     move     WS-Tot-Bkt (4) to WS-Csv-Amt (4).
     move     WS-Acct-Total  to WS-Csv-Amt (5).
     move     spaces to Slice-Record.
     string   '"Total",,,' WS-Csv-Amt (1) "," WS-Csv-Amt (2) ","
              WS-Csv-Amt (3) "," WS-Csv-Amt (4) "," WS-Csv-Amt (5)
                                 delimited by size
                                 into Slice-Record.
     write    Slice-Record.
*>
 zz300-exit.
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
