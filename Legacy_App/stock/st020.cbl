*>                    On Stock-open tests more close to before goto exit.
*> 05/01/25 vbc   .45 Add read & rewrite param rec when updating status of
*>                    Stk-Activity-Rep-Run
*> 15/10/26 vbc - .47 Manual deductions must carry a write-off reason
*>                    code (Reason-File, st075) which goes to Audit-
*>                    Reason-Code as cycle count adjustments do, and
*>                    to the Write-Off Log for the st075 shrinkage
*>                    analysis.  The value written off posts as one
*>                    GL batch per session, DR each reason's nominal,
*>                    CR the stock control a/c (Stk-GL-Ac).
*>                    Added option (6) Write-Off Reasons & Shrinkage.
*> 15/10/26 vbc - .48 Added option (7) Stock Issues / Returns - Jobs,
*>                    calling new st077.  Job issues (Audit-Type 7)
*>                    are listed on the deductions audit report.
*> 15/10/26 vbc - .49 Write-off batch takes Next-Batch and Postings from
*>                    the param file and rewrites it straight after, so
*>                    the later zz900 reads do not put them back.
*>
*>
*>  << TODO >>
*> copy "selaud.cob".
 copy "selboitm.cob".   *> BO item file Does not use FH, DALs
 copy "selbc.cob".      *> 21/08/26 barcode resolution, st023.
 copy "selwreason.cob". *> 15/10/26 write-off reasons, st075.
*>
*> New 15/10/26 - Write-off trail, same style as the PL-GRN-File
*> (fdplgrn.cob/pl035), not an ISAM master file.
     select  WO-Log-File  assign "stwroff.dat"
                          organization line sequential
                          status WO-Fs-Reply.
*>
     select  BC-Log-File  assign "BCUNKNOWN.LOG"
                          organization line sequential
*> copy "fdstock.cob".
*> copy "fdaudit.cob".
 copy "fdbc.cob".       *> 21/08/26 barcode resolution.
 copy "fdwreason.cob".  *> 15/10/26 write-off reasons.
 copy "fdwroff.cob".    *> 15/10/26 write-off log.
*>
 fd  BC-Log-File.
 01  BC-Log-Record          pic x(80).
 working-storage section.
*>-----------------------
*>
 77  Prog-Name           pic x(15)       value "ST020 (3.02.49)".
 copy "print-spool-command.cob".
 01  WS-Qty-Screen-Display6.
     03  WS-unit6        pic 9(6).
     03  WS-Lines        binary-char  unsigned   value zero.
     03  WS-22-Lines     binary-char  unsigned   value zero.
     03  WS-23-Lines     binary-char  unsigned   value zero.
*>
*> 15/10/26 write-off reasons & the session's value by reason for the
*>   GL posting.
*>
     03  WS-WR-Status    pic 99                  value zero.
     03  WO-Fs-Reply     pic 99                  value zero.
     03  WS-WR-Code      pic xx                  value spaces.
     03  WS-WO-Value     pic s9(8)v99    comp-3  value zero.
     03  WS-RT-Cnt       pic 99          comp    value zero.
     03  WS-RT-Sub       pic 99          comp    value zero.
*>
 01  WS-Reason-Totals.
     03  WS-RT-Entry                             occurs 50.
         05  WS-RT-Code      pic xx.
         05  WS-RT-Desc      pic x(24).
         05  WS-RT-Nominal   pic 9(6).
         05  WS-RT-Value     pic s9(8)v99    comp-3.
*>
 01  accept-Terminator-Array pic 9(4)            value zero.
     copy "screenio.cpy".
 copy "wsaudit.cob".
 copy "wsmaps03.cob".
 copy "wsmaps09.cob".
 copy "wsbatch.cob".     *> 15/10/26 write-off GL posting.
 copy "wspost.cob".
 copy "wspost-irs.cob".
*>
*> REMARK OUT ANY IN USE
*>
     03  Final-Record           pic x.
     03  System-Record-4        pic x.
     03  WS-Ledger-Record       pic x.
*>     03  WS-Posting-Record      pic x.
*>     03  WS-Batch-Record        pic x.
*>     03  WS-IRS-Posting-Record  pic x.
*>     03  WS-Stock-Audit-Record  pic x.
*>     03  WS-Stock-Record        pic x.
     03  WS-Sales-Record        pic x.
     03  ST219          pic x(32) value "ST219 Stock File not yet created".
     03  ST220          pic x(25) value "SL220 Cannot open BO file".
     03  ST221          pic x(30) value "ST221 Error on Rewrite BO file".
     03  ST222          pic x(52) value "ST222 No write-off reasons set up - see option (6)".
     03  ST223          pic x(39) value "ST223 Write-off reason code not set up".
     03  ST224          pic x(54) value "ST224 No stock control a/c - write-offs not posted".
     03  ST225          pic x(45) value "ST225 Over 50 reasons used - rest not posted".
     03  ST226          pic x(36) value "ST226 Write-off log not written to -".
*>
     03  ST250          pic x(13) value " (Order Date)".
     03  ST251          pic X(11) value " (Due Date)".
     display  "(4)  Stock Order Entry"           at 0904 with foreground-color 2.
     if       Stk-Audit-Used = 1
              display  WS-Audit-Report-Lit       at 1104 with foreground-color 2. *> OPTION 5
     display  "(6)  Write-Off Reasons & Shrinkage" at 1204 with foreground-color 2. *> 15/10/26
     display  "(7)  Stock Issues / Returns - Jobs" at 1304 with foreground-color 2. *> 15/10/26
     display  "(9)  Return to System Menu"       at 1404 with foreground-color 2.
*>
 aa110-Accept-Loop.
                      close  BO-Stk-Itm-File
              end-if
              go to aa999-Exit.
     if       Menu-Reply = zero or > 7
              go to aa110-Accept-Loop.
*>
*>  st077 works the stock file itself, so it is closed round the call.
*>
     if       Menu-Reply = 7
              perform Stock-Close
              call  "st077" using WS-calling-data
                                  system-record
                                  to-day
                                  file-defs
              perform Stock-Open
              move  zero to Menu-Reply
              go to aa010-Display-Headings.
     if       Menu-Reply = 6
              call  "st075" using WS-calling-data
                                  system-record
                                  to-day
                                  file-defs
              move  zero to Menu-Reply
              go to aa010-Display-Headings.
*>
 aa120-Bypass-Accept-1.
*>
              move  spaces                   to l3-Dates-Lit  l3-Price-Lit l2-Batch
              move  "Proc. Date" to l3-Proc-Lit
              move  "    Stock Value    " to l3-Stock-Lit
              move  "Reason"     to l3-Dates-Lit
              open  input Reason-File
              if    WS-WR-Status not = zero
                    display ST222 at line WS-23-lines col 1 with foreground-color 4 highlight
                    display ST006 at line WS-lines col 01
                    accept WS-reply at line WS-lines col 30
              else
                    open  output Print-File
                    move  zero to WS-RT-Cnt
                    perform  ca000-Process-Manual-Deductions
                    close Reason-File
                    perform  cb000-Post-Write-Offs
                    close Print-File
              end-if
              if  Page-Nos not = zero
                  call  "SYSTEM" using Print-Report
              end-if
*>***************************************
*>
     perform  aa010-Display-Headings.
     display  " Stock Number    Description         Quantity    Stk Qty  Reason"
                                                  at 0301 with foreground-color 2.
     perform  varying lin from 5 by 1 until lin > WS-22-lines
              move    1 to cole
              display "[       ]"     at curs with foreground-color 2
              move    47 to cole
              display "{      }"      at curs with foreground-color 2
              move    57 to cole
              display "[  ]"          at curs with foreground-color 2
     end-perform
     move     4 to i.
*>
              display ST006   at line WS-lines col 01
              accept WS-reply at line WS-lines col 30
              display " " at line WS-23-lines col 1 with erase eos.
*>
*>  Reason for the write-off, must be one on the Reason-File.  15/10/26
*>
 ca030-Accept-Reason.
     move     spaces to WS-WR-Code.
     move     58 to cole.
     accept   WS-WR-Code at curs with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              subtract 1 from i
              move 17 to cole
              display WS-spaces-20 at curs
              go to ca010-Accept-Data1.
     move     WS-WR-Code to WR-Code.
     read     Reason-File
              invalid key
              display ST223 at line WS-23-lines col 1 with foreground-color 4 highlight
              go to ca030-Accept-Reason
     end-read
     display  " " at line WS-23-lines col 1 with erase eol.
     move     62 to cole.
     display  WR-Desc (1:18) at curs with foreground-color 3.
*>
     move     48 to cole.
     subtract WS-Qty from Stock-Held giving WS-New-Qty.   *> neg values should add
     move     WS-qty to Audit-Transaction-Qty.
     move     Stock-Cost to Audit-Unit-Cost.              *> IS THIS NEEDED else set to zero
     compute  Audit-Stock-Value-Change = WS-Qty * Stock-Cost * -1.
     move     WS-WR-Code to Audit-Reason-Code.
*>
     move     Stk-Audit-No to Audit-No.
     if       Stk-Audit-Used = 1
     move     WS-Stock-Desc   to l4-Desc.
     move     WS-Qty          to l4-Qty.
     move     Audit-Stock-Value-Change  to l4-New-Value.
     move     WS-WR-Code      to l4-Date-Ordered.
*>
     if       Line-Cnt > WS-Page-Lines
              perform zz010-Print-Heads.
              display ST003   at line WS-lines col 01
              accept WS-reply at line WS-lines col 30
              go to ca999-Exit.
     perform  cc000-Log-Write-Off.
*>
     go       to ca010-Accept-Data1.
*>
 ca999-Exit.
     exit     section.
*>
 cb000-Post-Write-Offs     section.
*>********************************
*>
*>  The session's write-offs as one GL batch, a posting per reason -
*>   DR the reason's nominal, CR stock control, reversed for a net
*>   reversal.  Same batch / IRS posting interface as st086.
*>
     if       WS-RT-Cnt = zero
              go to cb999-Exit.
     if       Stk-GL-Ac = zero
              display ST224 at line WS-23-lines col 1 with foreground-color 4 highlight
              display ST006 at line WS-lines col 01
              accept WS-reply at line WS-lines col 30
              go to cb999-Exit.
*>
     perform  zz900-Read-System-Param.
     move     next-batch  to  WS-Batch-nos.
     add      1  to  Next-Batch.
     add      postings  1  giving  batch-start.
     perform  zz910-Rewrite-System-Param.
*>
     perform  GL-Batch-Open.
     move     1  to  WS-Ledger.
     move     zero     to batch-status cleared-status.
     move     scycle   to bcycle.
     move     run-date to entered.
     move     "Stock write-offs by reason" to description.
     move     zero  to  bdefault batch-def-ac batch-def-pc
                        items input-gross input-vat
                        actual-gross actual-vat.
     move     "DR"  to  convention.
     move     "ST"  to  batch-def-code.
     move     "I"   to  batch-def-vat.
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
*>
     perform  cb100-Post-Reason varying WS-RT-Sub from 1 by 1
                                  until WS-RT-Sub > WS-RT-Cnt.
*>
     perform  GL-Batch-Write.
     if       not irs-used
              perform  zz900-Read-System-Param
              move     rrn to postings
              perform  zz910-Rewrite-System-Param.
     perform  GL-Batch-Close.
     if       irs-used
              perform SPL-Posting-Close
     else
              perform GL-Posting-Close.
*>
 cb999-Exit.
     exit     section.
*>
 cb100-Post-Reason         section.
*>********************************
*>
     if       WS-RT-Value (WS-RT-Sub) = zero
              go to cb199-Exit.
     move     to-day (1:6) to post-date (1:6).
     move     to-day (9:2) to post-date (7:2).
     move     WS-Batch-nos  to  batch.
     add      1        to  items.
     move     items    to Post-number.
     move     spaces   to post-legend.
     string   "Write-off "           delimited by size
              WS-RT-Desc (WS-RT-Sub) delimited by size
                                     into post-legend.
     if       WS-RT-Value (WS-RT-Sub) > zero
              move WS-RT-Value (WS-RT-Sub)   to Post-amount
              move WS-RT-Nominal (WS-RT-Sub) to post-dr
              move Stk-GL-Ac                 to post-cr
     else
              compute Post-amount = WS-RT-Value (WS-RT-Sub) * -1
              move Stk-GL-Ac                 to post-dr
              move WS-RT-Nominal (WS-RT-Sub) to post-cr.
     move     zero  to  dr-pc cr-pc vat-pc vat-amount.
     move     vat-ac of system-record
              to  vat-ac of WS-Posting-Record.
     move     "CR" to post-vat-side.
     move     "ST" to post-code in WS-Posting-Record.
     add      post-amount  to  input-gross actual-gross.
*>
     if       irs-used
              move WS-Post-Key      to WS-IRS-Post-key
              move post-code  in WS-Posting-Record to WS-IRS-Post-Code
              move post-date     to WS-IRS-Post-Date
              move post-dr       to WS-IRS-Post-DR
              move post-cr       to WS-IRS-Post-CR
              move post-amount   to WS-IRS-Post-Amount
              move post-legend   to WS-IRS-Post-Legend
              move 31            to WS-IRS-Vat-AC-Def
              move post-vat-side to WS-IRS-Post-Vat-Side
              move zero          to WS-IRS-Vat-Amount
              perform SPL-Posting-Write
     else
              move  RRN to WS-Post-rrn
              perform GL-Posting-Write
              add 1 to rrn
     end-if.
*>
 cb199-Exit.
     exit     section.
*>
 cc000-Log-Write-Off       section.
*>********************************
*>
*>  Log the deduction for the shrinkage analysis and add its value
*>   to the session's total for the reason.
*>
     compute  WS-WO-Value = Audit-Stock-Value-Change * -1.
     open     extend WO-Log-File.
     if       WO-Fs-Reply = 35
              open  output WO-Log-File.
     if       WO-Fs-Reply not = zero
              display ST226 at line WS-23-lines col 1 with foreground-color 4 highlight
              display WO-Fs-Reply at line WS-23-lines col 38 with foreground-color 2 highlight
              go to cc010-Reason-Total.
     initialize WO-Log-Record.
     move     to-day (7:4)      to WO-Date (1:4).
     move     to-day (4:2)      to WO-Date (5:2).
     move     to-day (1:2)      to WO-Date (7:2).
     move     WS-Stock-Key      to WO-Stock-Key.
     move     WS-Stock-Desc     to WO-Desc.
     move     WS-WR-Code        to WO-Reason.
     move     Stock-pa-Group    to WO-PA-Group.
     move     WS-Stock-Location to WO-Location.
     move     WS-Qty            to WO-Qty.
     move     WS-WO-Value       to WO-Value.
     write    WO-Log-Record.
     close    WO-Log-File.
*>
 cc010-Reason-Total.
     move     1 to WS-RT-Sub.
*>
 cc020-Find-Reason.
     if       WS-RT-Sub > WS-RT-Cnt
              go to cc030-New-Reason.
     if       WS-RT-Code (WS-RT-Sub) = WS-WR-Code
              add  WS-WO-Value to WS-RT-Value (WS-RT-Sub)
              go to cc999-Exit.
     add      1 to WS-RT-Sub.
     go       to cc020-Find-Reason.
*>
 cc030-New-Reason.
     if       WS-RT-Cnt not < 50
              display ST225 at line WS-23-lines col 1 with foreground-color 4 highlight
              go to cc999-Exit.
     add      1 to WS-RT-Cnt.
     move     WS-WR-Code  to WS-RT-Code    (WS-RT-Cnt).
     move     WR-Desc     to WS-RT-Desc    (WS-RT-Cnt).
     move     WR-Nominal  to WS-RT-Nominal (WS-RT-Cnt).
     move     WS-WO-Value to WS-RT-Value   (WS-RT-Cnt).
*>
 cc999-Exit.
     exit     section.
*>
 da000-Process-Barcode-Additions   section.
*>****************************************
     if       not Del-record
          and not SL-Del-Record
          and not SL-Credit-Record
          and not Job-Issue-Record
              go to ea210-Read-Record.
     move     Audit-Stock-Key          to l4-Stock-Number.
     move     Audit-Desc               to l4-Desc.
                     " for "              delimited by size
                     Audit-Cr-for-Invoice delimited by size
                                       into l4-Source.
     if       Job-Issue-Record
              string "Job/"            delimited by size
                     Audit-Desc (5:6)  delimited by size
                                       into l4-Source.
*>
     if       Line-Cnt > WS-Page-Lines
              perform zz010-Print-Heads.
