       >>source free
*>*********************************************
*>                                            *
*>       Job Stage & Progress Billing         *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         sl957.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Billing schedules for gl099 jobs, held on
*>                        the Job-File (fdjob.cob) beside the job
*>                        master.
*>                        (1) the job's contract - customer, contract
*>                        value, order reference, sales analysis and
*>                        VAT codes - and its stages, each one a
*>                        fixed amount (deposit, on delivery ...), a
*>                        percentage of the contract value, or a
*>                        percentage complete which bills that share
*>                        of the contract value less everything
*>                        already billed on the job.
*>                        (2) marks a stage reached (or not).
*>                        (3) raises every reached stage as a one
*>                        line type 2 folio, status pending, the
*>                        sl915/sl941 way, so it is printed, proofed
*>                        and posted by sl930/sl050/sl060 like any
*>                        other invoice - the order reference is the
*>                        contract's so sl060 applies any retention
*>                        terms held for it.  Proof run first.
*>                        (4) the billing schedule report - stages,
*>                        billed to date and still to bill per job.
*>                        gl099 shows billed to date against cost to
*>                        date and contract value.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     Maps04.
*>                        fhlock.
*>                        acas012 (Sales), acas016 (Invoice),
*>                        acas000 (System).
*>**
*>    Error messages used.
*>                        SL003
*>                        SL394    Job not found.
*>                        SL395    Customer record not found.
*>                        SL396    Job has no contract.
*>                        SL397    Stage invoiced - no amendment.
*>                        SL398    Stage not found.
*>                        SL399    No stages reached.
*>                        SL400    Stages exceed contract value.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for job stage / progress billing.
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
 copy "seljob.cob".
 copy "selprint.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdjob.cob".
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL957 (3.02.00)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wslock.cob".
 copy "wssl.cob".
 copy "slwsinv.cob".
*>
 01  WS-Invoice-Record   pic x(137).
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
     03  WS-Save-FS      pic 99           value zero.
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  WS-Job-In       pic x(6)         value spaces.
     03  WS-Cur-Job      pic x(6)         value spaces.
     03  WS-Stage-In     pic 99           value zero.
     03  WS-Last-Key     pic x(11)        value spaces.
     03  WS-New-Record   pic x            value "N".
     03  WS-Has-Contract pic x            value "N".
     03  WS-Run-Mode     pic x            value "P".
         88  Proof-Run                    value "P".
         88  Raise-Run                    value "R".
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Temp-Invoice pic 9(8)         value zero.
     03  WS-Value        pic s9(9)v99  comp-3  value zero.
     03  WS-Customer     pic x(7)         value spaces.
     03  WS-Order        pic x(10)        value spaces.
     03  WS-PA           pic xx           value spaces.
     03  WS-Vat-Code     pic 9            value 1.
     03  WS-Billed       pic s9(9)v99  comp-3  value zero.
     03  WS-Scheduled    pic s9(9)v99  comp-3  value zero.
     03  WS-Stage-Amt    pic s9(9)v99  comp-3  value zero.
     03  WS-Stage-Vat    pic s9(7)v99  comp-3  value zero.
     03  WS-Tot-Amt      pic s9(9)v99  comp-3  value zero.
     03  WS-Stage-Cnt    pic 9(5)         value zero.
     03  WS-Skip-Cnt     pic 9(5)         value zero.
     03  WS-Value-In     pic 9(9).99      value zero.
     03  WS-Amt-In       pic 9(7).99      value zero.
     03  WS-Pct-In       pic 999.99       value zero.
     03  display-9       pic z(8)9.99-.
     03  display-5       pic zzzz9.
*>
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
     03  SL394          pic x(19) value "SL394 Job not found".
     03  SL395          pic x(31) value "SL395 Customer record not found".
     03  SL396          pic x(45) value "SL396 Job has no contract - set it up first".
     03  SL397          pic x(35) value "SL397 Stage invoiced - no amendment".
     03  SL398          pic x(21) value "SL398 Stage not found".
     03  SL399          pic x(35) value "SL399 No stages reached to invoice".
     03  SL400          pic x(49) value "SL400 Warning - stages exceed the contract value".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(50)       value spaces.
     03  filler          pic x(26)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  l2-head         pic x(132)      value
         "Job     Stage Description           Basis          %         Amount    Status     Invoice   Date".
*>
 01  line-3.
     03  l3-job          pic x(8).
     03  l3-stage        pic z9bbbb.
     03  l3-desc         pic x(22).
     03  l3-basis        pic x(10).
     03  l3-pct          pic zzz9.99.
     03  filler          pic xx          value spaces.
     03  l3-amount       pic z(8)9.99cr.
     03  filler          pic xx          value spaces.
     03  l3-status       pic x(11).
     03  l3-invoice      pic z(7)9bb.
     03  l3-date         pic x(10).
*>
 01  line-4.
     03  l4-job          pic x(8).
     03  l4-name         pic x(26).
     03  l4-cust         pic x(9).
     03  l4-cname        pic x(26).
     03  filler          pic x(7)        value "Order ".
     03  l4-order        pic x(12).
     03  filler          pic x(10)       value "Contract ".
     03  l4-value        pic z(8)9.99cr.
*>
 01  line-5.
     03  filler          pic x(14)       value spaces.
     03  l5-text         pic x(40).
     03  l5-amount       pic z(8)9.99cr.
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
     open     i-o Job-File.
     if       fs-reply not = zero
              open  output Job-File
              close Job-File
              open  i-o    Job-File.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Job Stage Billing" at 0132 with foreground-color 2.
     perform  zz070-Convert-Date.
     display  ws-date at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Contract & Billing Stages"         at 0811 with foreground-color 2.
     display  "(2)  Mark Stage Reached"                at 0911 with foreground-color 2.
     display  "(3)  Raise Invoices For Stages Reached" at 1011 with foreground-color 2.
     display  "(4)  Billing Schedule Report"           at 1111 with foreground-color 2.
     display  "(X)  Return To Menu"                    at 1311 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Contract
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-Stage-Reached
              go to menu-return.
     if       menu-reply = "3"
              perform  da000-Raise-Invoices
              go to menu-return.
     if       menu-reply = "4"
              perform  ea000-Schedule-Report
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    Job-File.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Contract          section.
*>==============================
*>
*>  The contract record first, then its stages one at a time by
*>   stage number.  Invoiced stages are shown but not amended.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Contract & Billing Stages" at 0128 with foreground-color 2.
*>
     perform  ma000-Get-Job.
     if       WS-Job-In = spaces
              go to ba999-exit.
*>
     move     spaces to Job-Contract-Record.
     move     "C"       to JBC-Key-Type.
     move     WS-Job-In to JBC-Job.
     move     "N" to WS-New-Record.
     read     Job-File
              invalid key
              move "Y" to WS-New-Record
              move spaces to Job-Contract-Record
              move "C"       to JBC-Key-Type
              move WS-Job-In to JBC-Job
              move zero   to JBC-Value
              move 1      to JBC-Vat-Code
     end-read
     if       JBC-Vat-Code not numeric
           or JBC-Vat-Code = zero
              move 1 to JBC-Vat-Code.
*>
     display  "Customer         [       ]"     at 0901 with foreground-color 2.
     display  "Contract value   [            ]" at 1001 with foreground-color 2.
     display  "Order / contract [          ]  (retention terms key)"
                                                 at 1101 with foreground-color 2.
     display  "Sales analysis   [  ]"           at 1201 with foreground-color 2.
     display  "VAT code         [ ]  (1 - 3)"   at 1301 with foreground-color 2.
*>
 ba010-Customer.
     accept   JBC-Customer at 0919 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     move     JBC-Customer to WS-Sales-Key.
     perform  Sales-Open-Input.
     perform  mb000-Read-Customer.
     move     fs-reply to WS-Save-FS.
     perform  Sales-Close.
     if       WS-Save-FS not = zero
              display SL395 at 2301 with foreground-color 4 highlight
              go to ba010-Customer.
     display  " " at 2301 with erase eol.
     display  Sales-Name at 0929 with foreground-color 3.
*>
     move     JBC-Value to WS-Value-In.
     accept   WS-Value-In at 1019 with foreground-color 3 update.
     move     WS-Value-In to JBC-Value.
     accept   JBC-Order at 1119 with foreground-color 3 update UPPER.
     accept   JBC-PA    at 1219 with foreground-color 3 update UPPER.
*>
 ba020-Vat.
     accept   JBC-Vat-Code at 1319 with foreground-color 3 update.
     if       JBC-Vat-Code < 1 or > 3
              go to ba020-Vat.
*>
     move     JBC-Value to WS-Value.
     if       WS-New-Record = "Y"
              write Job-Contract-Record
     else
              rewrite Job-Contract-Record.
*>
*>  Stages - 00 (or Esc) ends.
*>
 ba030-Stage-No.
     perform  gb000-Job-Totals.
     move     WS-Billed to display-9.
     display  "Billed to date" at 1501 with foreground-color 2.
     display  display-9 at 1516 with foreground-color 3.
     move     WS-Scheduled to display-9.
     display  "Scheduled" at 1541 with foreground-color 2.
     display  display-9 at 1551 with foreground-color 3.
     if       WS-Scheduled > WS-Value
              display SL400 at 2301 with foreground-color 4 highlight
     else
              display " " at 2301 with erase eol.
*>
     display  " " at 1701 with erase eos.
     move     zero to WS-Stage-In.
     display  "Stage No     [  ]  (00 to finish)" at 1701 with foreground-color 2.
     accept   WS-Stage-In at 1715 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Stage-In = zero
              go to ba999-exit.
*>
     move     spaces to Job-Stage-Record.
     move     "S"         to JBS-Key-Type.
     move     WS-Job-In   to JBS-Job.
     move     WS-Stage-In to JBS-Stage.
     move     "N" to WS-New-Record.
     read     Job-File
              invalid key
              move "Y" to WS-New-Record
              move spaces to Job-Stage-Record
              move "S"         to JBS-Key-Type
              move WS-Job-In   to JBS-Job
              move WS-Stage-In to JBS-Stage
              move "F"  to JBS-Basis
              move "P"  to JBS-Status
              move zero to JBS-Pct JBS-Amount JBS-Invoice JBS-Inv-Date
     end-read
*>
     display  "Description  [                    ]" at 1801 with foreground-color 2.
     display  "Basis        [ ]  (F)ixed amount, (P)% of contract, (C)% complete"
                                                     at 1901 with foreground-color 2.
     display  "Percentage   [      ]"               at 2001 with foreground-color 2.
     display  "Amount       [          ]"           at 2101 with foreground-color 2.
     display  JBS-Desc at 1815 with foreground-color 3.
     display  JBS-Basis at 1915 with foreground-color 3.
     move     JBS-Pct to WS-Pct-In.
     display  WS-Pct-In at 2015 with foreground-color 3.
     move     JBS-Amount to WS-Amt-In.
     display  WS-Amt-In at 2115 with foreground-color 3.
     if       JBS-Invoiced
              display "Invoiced" at 2201 with foreground-color 2
              display JBS-Invoice at 2210 with foreground-color 3
              display SL397 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ba030-Stage-No.
     if       JBS-Reached
              display "Reached - awaiting invoice" at 2201 with foreground-color 2.
*>
     accept   JBS-Desc at 1815 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba030-Stage-No.
*>
 ba040-Basis.
     accept   JBS-Basis at 1915 with foreground-color 3 update UPPER.
     if       not JBS-Fixed and not JBS-Percent and not JBS-Progress
              go to ba040-Basis.
     if       JBS-Fixed
              move zero to JBS-Pct
              display "      " at 2015
              go to ba060-Amount.
*>
 ba050-Pct.
     accept   WS-Pct-In at 2015 with foreground-color 3 update.
     if       WS-Pct-In > 100
              go to ba050-Pct.
     move     WS-Pct-In to JBS-Pct.
     move     zero to JBS-Amount.
     go       to ba070-Confirm.
*>
 ba060-Amount.
     accept   WS-Amt-In at 2115 with foreground-color 3 update.
     move     WS-Amt-In to JBS-Amount.
*>
 ba070-Confirm.
     display  "Save, Delete or Quit (S/D/Q) ? [S]" at 2401 with foreground-color 2.
     move     "S" to ws-reply.
     accept   ws-reply at 2433 with foreground-color 6 update UPPER.
     if       ws-reply = "D"
          and WS-New-Record = "N"
              delete Job-File record
              go to ba030-Stage-No.
     if       ws-reply not = "S"
              go to ba030-Stage-No.
     if       WS-New-Record = "Y"
              write Job-Stage-Record
     else
              rewrite Job-Stage-Record.
     go       to ba030-Stage-No.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Stage-Reached     section.
*>==============================
*>
*>  Toggles a stage between pending and reached; (3) invoices the
*>   reached ones.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Mark Stage Reached" at 0131 with foreground-color 2.
*>
     perform  ma000-Get-Job.
     if       WS-Job-In = spaces
              go to ca999-exit.
     perform  mc000-Read-Contract.
     if       WS-Has-Contract = "N"
              display SL396 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ca999-exit.
*>
 ca010-Stage-No.
     display  " " at 0901 with erase eos.
     move     zero to WS-Stage-In.
     display  "Stage No     [  ]" at 0901 with foreground-color 2.
     accept   WS-Stage-In at 0915 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Stage-In = zero
              go to ca999-exit.
     perform  gb000-Job-Totals.
     move     spaces to Job-Stage-Record.
     move     "S"         to JBS-Key-Type.
     move     WS-Job-In   to JBS-Job.
     move     WS-Stage-In to JBS-Stage.
     read     Job-File
              invalid key
              display SL398 at 2301 with foreground-color 4 highlight
              go to ca010-Stage-No
     end-read
     display  " " at 2301 with erase eol.
     display  JBS-Desc at 0921 with foreground-color 3.
     if       JBS-Invoiced
              display SL397 at 2301 with foreground-color 4 highlight
              go to ca010-Stage-No.
*>
     perform  fa000-Stage-Value.
     move     WS-Stage-Amt to display-9.
     display  "To invoice" at 1101 with foreground-color 2.
     display  display-9 at 1113 with foreground-color 3.
     if       JBS-Reached
              display "Stage is reached - set back to pending (Y/N) ? [N]"
                                              at 1301 with foreground-color 2
     else
              display "Mark this stage reached (Y/N) ?                [N]"
                                              at 1301 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 1349 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to ca010-Stage-No.
     if       JBS-Reached
              move "P" to JBS-Status
     else
              move "R" to JBS-Status.
     rewrite  Job-Stage-Record.
     go       to ca010-Stage-No.
*>
 ca999-exit.
     exit     section.
*>
 da000-Raise-Invoices    section.
*>==============================
*>
*>  Every reached stage on every job is priced and, on the raise
*>   run, invoiced.  The proof run lists the same without writing.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Raise Invoices For Stages Reached" at 0124 with foreground-color 2.
     display  "(P)roof list or (R)aise invoices ? [P]" at 0701 with foreground-color 2.
     move     "P" to WS-Run-Mode.
     accept   WS-Run-Mode at 0737 with foreground-color 6 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to da999-exit.
     if       not Raise-Run
              move "P" to WS-Run-Mode.
     if       Raise-Run
              display "Raise invoices now (Y/N) ? [N]" at 0901 with foreground-color 2
              move "N" to ws-reply
              accept ws-reply at 0929 with foreground-color 6 update UPPER
              if  ws-reply not = "Y"
                  go to da999-exit
              end-if
              move "Stage Invoices Raised" to l1-title
     else
              move "Stage Invoices - Proof List" to l1-title.
*>
     move     zero to page-nos WS-Stage-Cnt WS-Skip-Cnt WS-Tot-Amt.
     move     99   to line-cnt.
     move     spaces to WS-Cur-Job.
     open     output print-file.
     perform  zb000-Headings.
     perform  Sales-Open-Input.
     if       Raise-Run
              perform Invoice-Open.
*>
     move     spaces to WS-Last-Key.
     move     "S" to WS-Last-Key (1:1).
*>
*>  Restarted after each stage from the last key, as the job totals
*>   scan moves the file position.
*>
 da010-Next.
     move     WS-Last-Key to JB-Key.
     start    Job-File key > JB-Key
              invalid key
              go to da900-End
     end-start
     read     Job-File next record
              at end
              go to da900-End
     end-read
     if       not Job-Stage
              go to da900-End.
     move     JBS-Key to WS-Last-Key.
     if       not JBS-Reached
              go to da010-Next.
*>
     if       JBS-Job not = WS-Cur-Job
              move JBS-Job to WS-Cur-Job WS-Job-In
              perform mc000-Read-Contract
              perform gb000-Job-Totals
              move WS-Last-Key to JB-Key
              read Job-File
                   invalid key
                   go to da010-Next
              end-read
     end-if
     if       WS-Has-Contract = "N"
              move zero to WS-Stage-Amt
              move "No contract" to l3-status
              perform db000-Print-Stage
              add  1 to WS-Skip-Cnt
              go to da010-Next.
     perform  fa000-Stage-Value.
     if       WS-Stage-Amt not > zero
              move "Nil to bill" to l3-status
              perform db000-Print-Stage
              add  1 to WS-Skip-Cnt
              go to da010-Next.
*>
     add      1 to WS-Stage-Cnt.
     add      WS-Stage-Amt to WS-Tot-Amt.
     if       Raise-Run
              perform dc000-Raise-Invoice
              add  WS-Stage-Amt to WS-Billed
              move "I"             to JBS-Status
              move WS-Stage-Amt    to JBS-Amount
              move WS-Temp-Invoice to JBS-Invoice
              move WS-Today-Bin    to JBS-Inv-Date
              rewrite Job-Stage-Record
              move "Invoiced" to l3-status
     else
              move "To invoice" to l3-status.
     perform  db000-Print-Stage.
     go       to da010-Next.
*>
 da900-End.
     perform  Sales-Close.
     if       Raise-Run
              perform Invoice-Close.
     move     spaces to line-5.
     move     "Stages invoiced" to l5-text.
     if       not Raise-Run
              move "Stages to invoice" to l5-text.
     move     WS-Tot-Amt to l5-amount.
     write    print-record from line-5 after 2.
     move     spaces to line-5.
     move     "Stages reached, nothing to invoice" to l5-text.
     move     WS-Skip-Cnt to display-5.
     move     display-5 to l5-text (36:5).
     write    print-record from line-5 after 1.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     if       WS-Stage-Cnt = zero
              display SL399 at 1201 with foreground-color 4 highlight
     else
      if      Raise-Run
              display "Invoices raised - print, proof and post as normal."
                                                  at 1201 with foreground-color 2
      else
              display "Proof list printed." at 1201 with foreground-color 2.
     display  SL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 da999-exit.
     exit     section.
*>
 db000-Print-Stage       section.
*>==============================
*>
*>  l3-status is set by the caller.
*>
     if       line-cnt > Page-Lines - 4
              perform zb000-Headings.
     move     JBS-Job    to l3-job.
     move     JBS-Stage  to l3-stage.
     move     JBS-Desc   to l3-desc.
     perform  dd000-Basis-Text.
     move     WS-Stage-Amt to l3-amount.
     if       JBS-Invoiced
              move JBS-Invoice to l3-invoice
              move JBS-Inv-Date to u-bin
              perform zz060-Convert-Date
              move ws-date to l3-date
     else
              move zero   to l3-invoice
              move spaces to l3-date.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
     move     spaces to line-3.
*>
 db999-exit.
     exit     section.
*>
 dc000-Raise-Invoice     section.
*>==============================
*>
*>  One line type 2 folio, status pending, as sl915 raises its
*>   charges.  VAT at the contract's rate.
*>
     perform  zz100-Read-System-Record.
     move     Next-Invoice to WS-Temp-Invoice.
     add      1 to Next-Invoice.
     perform  zz110-Write-System-Record.
*>
     compute  WS-Stage-Vat rounded =
              WS-Stage-Amt * Vat-Rate (WS-Vat-Code) / 100.
*>
     move     spaces to SInvoice-Bodies (1:80).
     move     WS-Temp-Invoice to sil-invoice (1).
     move     1               to sil-line (1).
     move     spaces          to sil-product (1).
     move     WS-PA           to sil-pa (1).
     move     1               to sil-qty (1).
     move     "S"             to sil-type (1).
     move     spaces          to sil-description (1).
     string   "Job " JBS-Job " stage " JBS-Stage " " JBS-Desc
                               delimited by size into sil-description (1).
     move     WS-Stage-Amt    to sil-net (1).
     move     WS-Stage-Amt    to sil-unit (1).
     move     zero            to sil-discount (1).
     move     WS-Stage-Vat    to sil-vat (1).
     move     WS-Vat-Code     to sil-vat-code (1).
     move     space           to sil-update (1) sil-Back-Ordered (1).
     move     SInvoice-Bodies (1:80) to WS-Invoice-Record.
     perform  Invoice-Write.
*>
     move     spaces to SInvoice-Header.
     move     WS-Temp-Invoice to sih-invoice.
     move     zero            to sih-test.
     move     WS-Customer     to sih-customer.
     move     WS-Today-Bin    to sih-date.
     move     WS-Order        to sih-order.
     move     2               to sih-type.
     move     spaces          to sih-ref.
     move     JBS-Job         to sih-ref-pfx.
     move     spaces          to sih-description.
     string   "Job " JBS-Job " stage " JBS-Stage " " JBS-Desc
                               delimited by size into sih-description.
     move     zero to sih-p-c sih-extra sih-e-vat sih-c-vat
                      sih-carriage sih-discount.
     move     WS-Stage-Amt    to sih-net.
     move     WS-Stage-Vat    to sih-vat.
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
 dc999-exit.
     exit     section.
*>
 dd000-Basis-Text        section.
*>==============================
*>
     move     zero to l3-pct.
     if       JBS-Fixed
              move "Fixed"      to l3-basis.
     if       JBS-Percent
              move "% Contract" to l3-basis
              move JBS-Pct      to l3-pct.
     if       JBS-Progress
              move "% Complete" to l3-basis
              move JBS-Pct      to l3-pct.
*>
 dd999-exit.
     exit     section.
*>
 ea000-Schedule-Report   section.
*>==============================
*>
*>  Every contracted job, one or all: its stages with what each has
*>   billed or will bill, then billed to date, still to bill and any
*>   contract value not yet scheduled.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Billing Schedule Report" at 0129 with foreground-color 2.
     move     spaces to WS-Job-In.
     display  "Job Code [      ]  (blank for all jobs)" at 0701 with foreground-color 2.
     accept   WS-Job-In at 0711 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ea999-exit.
     move     WS-Job-In to WS-Cur-Job.
*>
     move     "Job Billing Schedule" to l1-title.
     move     zero to page-nos WS-Stage-Cnt.
     move     99   to line-cnt.
     open     output print-file.
     perform  zb000-Headings.
     perform  Sales-Open-Input.
     move     spaces to WS-Last-Key.
     move     "C" to WS-Last-Key (1:1).
     if       WS-Cur-Job not = spaces
              move WS-Cur-Job to WS-Last-Key (2:6)
              move low-values to WS-Last-Key (8:4).
*>
 ea010-Next.
     move     WS-Last-Key to JB-Key.
     start    Job-File key > JB-Key
              invalid key
              go to ea900-End
     end-start
     read     Job-File next record
              at end
              go to ea900-End
     end-read
     if       not Job-Contract
              go to ea900-End.
     if       WS-Cur-Job not = spaces
          and JBC-Job not = WS-Cur-Job
              go to ea900-End.
     move     JBC-Key to WS-Last-Key.
     add      1 to WS-Stage-Cnt.
     perform  eb000-Print-Job.
     go       to ea010-Next.
*>
 ea900-End.
     perform  Sales-Close.
     if       WS-Stage-Cnt = zero
              move spaces to line-5
              move "No contracted jobs found" to l5-text
              write print-record from line-5 after 2.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     display  "Billing schedule printed." at 1201 with foreground-color 2.
     display  SL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 ea999-exit.
     exit     section.
*>
 eb000-Print-Job         section.
*>==============================
*>
*>  Job heading, its stages, totals.  The contract is carried in
*>   the WS fields mc000 sets as the record area is shared.
*>
     move     JBC-Job to WS-Job-In.
     perform  mc000-Read-Contract.
     move     spaces to JB-Key.
     move     "J" to JB-Key-Type.
     move     WS-Job-In to JB-Key-Rest (1:6).
     read     Job-File
              invalid key
              move "(no job master)" to JB-Name
     end-read
     move     spaces to line-4.
     move     WS-Job-In to l4-job.
     move     JB-Name   to l4-name.
     move     WS-Customer to l4-cust WS-Sales-Key.
     perform  mb000-Read-Customer.
     if       fs-reply not = zero
              move "(not on file)" to Sales-Name.
     move     Sales-Name to l4-cname.
     move     WS-Order   to l4-order.
     move     WS-Value   to l4-value.
     if       line-cnt > Page-Lines - 8
              perform zb000-Headings.
     write    print-record from line-4 after 2.
     add      2 to line-cnt.
     move     spaces to line-3.
*>
     move     spaces to Job-Stage-Record.
     move     "S"       to JBS-Key-Type.
     move     WS-Job-In to JBS-Job.
     move     zero      to JBS-Stage.
     start    Job-File key not < JB-Key
              invalid key
              go to eb900-Totals
     end-start.
     move     zero to WS-Billed.      *> running, for % complete stages
*>
 eb010-Next.
     read     Job-File next record
              at end
              go to eb900-Totals
     end-read
     if       not Job-Stage
           or JBS-Job not = WS-Job-In
              go to eb900-Totals.
     perform  fa000-Stage-Value.
     if       JBS-Invoiced
              move "Invoiced"   to l3-status
              add  JBS-Amount to WS-Billed
     else
      if      JBS-Reached
              move "Reached"    to l3-status
      else
              move "Pending"    to l3-status.
     perform  db000-Print-Stage.
     go       to eb010-Next.
*>
 eb900-Totals.
     perform  gb000-Job-Totals.
     move     spaces to line-5.
     move     "Billed to date" to l5-text.
     move     WS-Billed to l5-amount.
     write    print-record from line-5 after 2.
     move     spaces to line-5.
     move     "Still to bill on fixed / % contract stages" to l5-text.
     compute  WS-Stage-Amt = WS-Scheduled - WS-Billed.
     move     WS-Stage-Amt to l5-amount.
     write    print-record from line-5 after 1.
     move     spaces to line-5.
     move     "Contract value not yet scheduled" to l5-text.
     compute  WS-Stage-Amt = WS-Value - WS-Scheduled.
     move     WS-Stage-Amt to l5-amount.
     write    print-record from line-5 after 1.
     add      4 to line-cnt.
*>
 eb999-exit.
     exit     section.
*>
 fa000-Stage-Value       section.
*>==============================
*>
*>  WS-Stage-Amt - what the stage in the record area bills: as
*>   invoiced, the fixed amount, its share of the contract value, or
*>   for % complete that share less WS-Billed (billed on the job).
*>   Needs the contract in WS-Value (mc000).
*>
     if       JBS-Invoiced
              move JBS-Amount to WS-Stage-Amt
              go to fa999-exit.
     if       JBS-Fixed
              move JBS-Amount to WS-Stage-Amt
              go to fa999-exit.
     compute  WS-Stage-Amt rounded = WS-Value * JBS-Pct / 100.
     if       JBS-Progress
              subtract WS-Billed from WS-Stage-Amt.
*>
 fa999-exit.
     exit     section.
*>
 gb000-Job-Totals        section.
*>==============================
*>
*>  For WS-Job-In: WS-Billed = stages invoiced, WS-Scheduled = that
*>   plus the fixed and % of contract stages still to bill.  Moves
*>   the file position and the record area.
*>
     move     zero to WS-Billed WS-Scheduled.
     move     spaces to Job-Stage-Record.
     move     "S"       to JBS-Key-Type.
     move     WS-Job-In to JBS-Job.
     move     zero      to JBS-Stage.
     start    Job-File key not < JB-Key
              invalid key
              go to gb999-exit
     end-start.
*>
 gb010-Next.
     read     Job-File next record
              at end
              go to gb999-exit
     end-read
     if       not Job-Stage
           or JBS-Job not = WS-Job-In
              go to gb999-exit.
     if       JBS-Invoiced
              add JBS-Amount to WS-Billed WS-Scheduled
              go to gb010-Next.
     if       JBS-Fixed
              add JBS-Amount to WS-Scheduled
              go to gb010-Next.
     if       JBS-Percent
              compute WS-Stage-Amt rounded = WS-Value * JBS-Pct / 100
              add WS-Stage-Amt to WS-Scheduled.
     go       to gb010-Next.
*>
 gb999-exit.
     exit     section.
*>
 ma000-Get-Job           section.
*>==============================
*>
*>  WS-Job-In must be a job master on the Job-File, else spaces.
*>
     move     spaces to WS-Job-In.
     display  "Job Code [      ]" at 0701 with foreground-color 2.
     accept   WS-Job-In at 0711 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Job-In = spaces
              move spaces to WS-Job-In
              go to ma999-exit.
     move     spaces to JB-Key.
     move     "J" to JB-Key-Type.
     move     WS-Job-In to JB-Key-Rest (1:6).
     read     Job-File
              invalid key
              display SL394 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              move spaces to WS-Job-In
              go to ma999-exit
     end-read
     display  JB-Name at 0720 with foreground-color 3.
*>
 ma999-exit.
     exit     section.
*>
 mb000-Read-Customer     section.
*>==============================
*>
*>  WS-Sales-Key set by caller, sales file open; fs-reply not zero
*>   if not on file.
*>
     move     1 to File-Key-No.
     perform  Sales-Read-Indexed.
*>
 mb999-exit.
     exit     section.
*>
 mc000-Read-Contract     section.
*>==============================
*>
*>  Contract for WS-Job-In into the record area, WS-Has-Contract
*>   and the WS contract fields.
*>
     move     "N"  to WS-Has-Contract.
     move     zero to WS-Value.
     move     spaces to WS-Customer WS-Order WS-PA.
     move     1    to WS-Vat-Code.
     move     spaces to Job-Contract-Record.
     move     "C"       to JBC-Key-Type.
     move     WS-Job-In to JBC-Job.
     read     Job-File
              invalid key
              go to mc999-exit
     end-read
     move     "Y" to WS-Has-Contract.
     move     JBC-Value    to WS-Value.
     move     JBC-Customer to WS-Customer.
     move     JBC-Order    to WS-Order.
     move     JBC-PA       to WS-PA.
     if       JBC-Vat-Code numeric
          and JBC-Vat-Code > zero
          and JBC-Vat-Code < 4
              move JBC-Vat-Code to WS-Vat-Code.
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
 end program sl957.
