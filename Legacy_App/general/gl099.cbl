*>                        nominal within job with the job's work in
*>                        progress to date (cost less revenue)
*>                        against budget.
*>                        Stock issued to jobs from stores (st077)
*>                        posts DR the job's WIP nominal and carries
*>                        a posting tag marked for that side only, so
*>                        the stores credit does not cancel the cost;
*>                        its materials ledger gives the materials
*>                        line on the report and the materials issued
*>                        listing.
*>                        Jobs billed in stages (sl957) show the
*>                        contract value and billed to date against
*>                        cost to date, with the value earned - the
*>                        contract value in proportion to cost over
*>                        budget, or the cost itself where the job
*>                        has no budget - and so the work in
*>                        progress over or under billed; option (5)
*>                        gives the same one line per job for the
*>                        month end.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>****
*>  Changes.
*> 02/09/26 vbc - .00 Written for job costing.
*> 15/10/26 vbc - .01 Job WIP nominal on the master for st077 stock
*>                    issues; posting tags marked D or C count that
*>                    side only; materials from stores shown per job
*>                    and new option (4) Materials Issued to Jobs.
*> 15/10/26 vbc - .02 Billed to date v cost and contract value for
*>                    jobs billed in stages (sl957), over / under
*>                    billed WIP, on the WIP report and new option
*>                    (5) Billing v Cost Summary.  Posting scan moved
*>                    to db000 to serve both.
*> 15/10/26 vbc - .03 Stores returns (C tag) reduce job cost on the WIP
*>                    nominal instead of counting as revenue.
*>
 environment             division.
*>===============================
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "GL099 (3.02.03)".
 copy "print-spool-command.cob".
 copy "wsfnctn.cob".
 copy "wspost.cob".
     03  WS-Job-CR       pic s9(9)v99 comp-3 value zero.
     03  WS-Job-Budget   pic s9(9)v99 comp-3 value zero.
     03  WS-Job-WIP      pic s9(9)v99 comp-3 value zero.
     03  WS-Tag-Side     pic x            value space.
     03  WS-Mat-Qty      pic s9(7)    comp-3 value zero.
     03  WS-Mat-Value    pic s9(9)v99 comp-3 value zero.
     03  WS-Mat-Tot      pic s9(9)v99 comp-3 value zero.
     03  WS-Mat-Date     pic x(10)        value spaces.
     03  WS-Contract     pic s9(9)v99 comp-3 value zero.
     03  WS-Billed       pic s9(9)v99 comp-3 value zero.
     03  WS-Earned       pic s9(9)v99 comp-3 value zero.
     03  WS-Over-Under   pic s9(9)v99 comp-3 value zero.
     03  WS-Has-Contract pic x            value "N".
     03  WS-Tot-Contract pic s9(9)v99 comp-3 value zero.
     03  WS-Tot-Cost     pic s9(9)v99 comp-3 value zero.
     03  WS-Tot-Billed   pic s9(9)v99 comp-3 value zero.
     03  WS-Tot-Earned   pic s9(9)v99 comp-3 value zero.
     03  WS-Tot-Over     pic s9(9)v99 comp-3 value zero.
     03  display-9       pic z(8)9.99.
*>
 01  Error-Messages.
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(40)       value "Job Profitability / WIP Report".
     03  filler          pic x(36)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
     03  l4-a            pic z(8)9.99cr.
     03  filler          pic x(3)        value spaces.
     03  l4-b            pic z(8)9.99cr.
*>
 01  line-5.
     03  filler          pic x(132)      value "Job     Stock Item     Date             Quantity           Value  Batch/Post".
*>
 01  line-6.
     03  l6-job          pic x(8).
     03  l6-item         pic x(15).
     03  l6-date         pic x(10).
     03  l6-qty          pic z(9)9-.
     03  filler          pic x(3)        value spaces.
     03  l6-value        pic z(8)9.99cr.
     03  filler          pic xx          value spaces.
     03  l6-batch        pic z(4)9.
     03  filler          pic x           value "/".
     03  l6-post         pic 9(5).
*>
 01  line-7.
     03  filler          pic x(132)      value
         "Job     Name                   Contract Value   Cost to Date Billed to Date   Earned Value Over (Under) Billed".
*>
 01  line-8.
     03  l8-job          pic x(8).
     03  l8-name         pic x(25).
     03  l8-contract     pic z(8)9.99cr.
     03  filler          pic x           value space.
     03  l8-cost         pic z(8)9.99cr.
     03  filler          pic x           value space.
     03  l8-billed       pic z(8)9.99cr.
     03  filler          pic x           value space.
     03  l8-earned       pic z(8)9.99cr.
     03  filler          pic x(4)        value spaces.
     03  l8-over         pic z(8)9.99cr.
*>
 linkage section.
*>**************
     display  "(1)  Enter or Amend Jobs"             at 0811 with foreground-color 2.
     display  "(2)  Delete a Job"                    at 0911 with foreground-color 2.
     display  "(3)  Job Profitability / WIP Report"  at 1011 with foreground-color 2.
     display  "(4)  Materials Issued to Jobs"        at 1111 with foreground-color 2.
     display  "(5)  Billing v Cost Summary"          at 1211 with foreground-color 2.
     display  "(X)  Return To Menu"                  at 1411 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       menu-reply = "3"
              perform  da000-Profit-Report
              go to menu-return.
     if       menu-reply = "4"
              perform  ea000-Materials-Report
              go to menu-return.
     if       menu-reply = "5"
              perform  ga000-Billing-Summary
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     read     Job-File
              invalid key
              move spaces to JB-Name JB-Job
              move zero   to JB-Budget JB-WIP-Nominal
              move "O"    to JB-Status
     end-read.
     if       JB-WIP-Nominal not numeric
              move zero to JB-WIP-Nominal.
     move     space to JB-Tag-Side.
     display  "Name     [                        ]" at 0901 with foreground-color 2.
     accept   JB-Name at 0911 with foreground-color 3 update.
     display  "Budget   [           ]" at 1001 with foreground-color 2.
     accept   JB-Status at 1111 with foreground-color 3 update UPPER.
     if       JB-Status not = "O" and not = "C"
              move "O" to JB-Status.
     display  "WIP a/c  [      ]    for stock issued to the job" at 1201 with foreground-color 2.
     accept   JB-WIP-Nominal at 1211 with foreground-color 3 update.
     move     spaces to JB-Key.
     move     "J" to JB-Key-Type.
     move     WS-Job-In to JB-Key-Rest (1:6).
              invalid key
              rewrite Job-Record
     end-write
     display  "Saved - another (Y/N) ? [Y]" at 1401 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 1426 with foreground-color 6 update UPPER.
     if       ws-reply = "Y"
              display " " at 0701 with erase eos
              go to ba010-Get-Code.
*>
 da000-Profit-Report     section.
*>==============================
*>
     perform  db000-Scan-Postings.
     perform  mc000-Sort-Table.
     move     "Job Profitability / WIP Report" to l1-title.
     open     output print-file.
     move     zero to page-nos.
     perform  fb000-Headings.
     move     low-values to WS-Cur-Job.
     move     zero to WS-Job-DR WS-Job-CR.
     perform  varying I from 1 by 1 until I > WS-JC-Cnt
              if   WS-JC-Job (I) not = WS-Cur-Job
                   if   WS-Cur-Job not = low-values
                        perform da600-Job-Total
                   end-if
                   move WS-JC-Job (I) to WS-Cur-Job
              end-if
              move spaces to line-3
              move WS-JC-Job (I)     to l3-job
              move WS-JC-Nominal (I) to l3-nominal
              move WS-JC-DR (I)      to l3-dr
              move WS-JC-CR (I)      to l3-cr
              add  WS-JC-DR (I)      to WS-Job-DR
              add  WS-JC-CR (I)      to WS-Job-CR
              if   line-cnt > Page-Lines - 6
                   perform fb000-Headings
              end-if
              write print-record from line-3 after 1
              add  1 to line-cnt
     end-perform
     if       WS-Cur-Job not = low-values
              perform da600-Job-Total.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     display  "Report printed." at 1201 with foreground-color 2.
     display  GL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 da999-exit.
     exit     section.
*>
 db000-Scan-Postings     section.
*>==============================
*>
*>  Full scan of the posting file; only postings carrying a job tag
*>   land in the table.
     move     zero to WS-JC-Cnt.
     perform  GL-Posting-Open-Input.
     if       fs-reply not = zero
              go to db999-exit.
*>
 db010-Read-Loop.
     perform  GL-Posting-Read-Next.
     if       fs-reply not = zero
              perform GL-Posting-Close
              go to db999-exit.
*>
*>  Resolve the job - posting override first, then the batch tag.
*>
     move     spaces to WS-Post-Job JB-Key.
     move     space to WS-Tag-Side.
     move     "P" to JB-Key-Type.
     move     batch       to JB-Key-Rest (1:5).
     move     post-number to JB-Key-Rest (6:5).
              invalid key continue
     not invalid key
              move JB-Job to WS-Post-Job
              move JB-Tag-Side to WS-Tag-Side
     end-read
     if       WS-Post-Job = spaces
              compute WS-B-Key9 = 100000 + batch
              end-read
     end-if
     if       WS-Post-Job = spaces
              go to db010-Read-Loop.
*>
*>  A D or C tag (st077 stores issue / return) is the job's on that
*>   side only - the other side is stock control.  A return credits
*>   the WIP nominal but is material coming off the job, so it goes
*>   in as a reduction of cost, not as revenue.
*>
     if       WS-Tag-Side = "C"
              move post-cr to WS-JH-Nominal
              compute WS-JH-DR = zero - post-amount
              move zero to WS-JH-CR
              perform ma000-Add-To-Table
              go to db010-Read-Loop.
     move     post-dr to WS-JH-Nominal.
     move     post-amount to WS-JH-DR.
     move     zero to WS-JH-CR.
     perform  ma000-Add-To-Table.
     if       WS-Tag-Side = "D"
              go to db010-Read-Loop.
*>
 db020-CR-Side.
     move     post-cr to WS-JH-Nominal.
     move     zero to WS-JH-DR.
     move     post-amount to WS-JH-CR.
     perform  ma000-Add-To-Table.
     go       to db010-Read-Loop.
*>
 db999-exit.
     exit     section.
*>
 da600-Job-Total         section.
     move     WS-Job-WIP    to l4-a.
     move     WS-Job-Budget to l4-b.
     write    print-record from line-4 after 1.
     perform  mb000-Job-Materials.
     move     spaces to line-4.
     move     "  of which materials issued" to l4-lit.
     move     WS-Mat-Value  to l4-a.
     write    print-record from line-4 after 1.
     add      3 to line-cnt.
*>
*>  Jobs billed in stages - billed against contract, and the WIP
*>   over or under billed against the value earned.
*>
     perform  md000-Job-Billing.
     if       WS-Has-Contract = "Y"
              move spaces to line-4
              move "  Contract value v billed" to l4-lit
              move WS-Contract to l4-a
              move WS-Billed   to l4-b
              write print-record from line-4 after 1
              move spaces to line-4
              move "  Earned v over (under) billed" to l4-lit
              move WS-Earned     to l4-a
              move WS-Over-Under to l4-b
              write print-record from line-4 after 1
              add  2 to line-cnt.
     move     spaces to print-record.
     write    print-record after 1.
     add      2 to line-cnt.
     move     zero to WS-Job-DR WS-Job-CR.
*>
 da699-exit.
*>
 ma999-exit.
     exit     section.
*>
 mb000-Job-Materials     section.
*>==============================
*>
*>  Net value of stock issued to WS-Cur-Job from its materials ledger.
*>
     move     zero to WS-Mat-Qty WS-Mat-Value.
     move     spaces to Job-Material-Record.
     move     "M"  to JBM-Key-Type.
     move     WS-Cur-Job to JBM-Job.
     move     zero to JBM-Seq.
     start    Job-File key not less than JB-Key
              invalid key
              go to mb999-exit
     end-start.
*>
 mb010-Read.
     read     Job-File next record
              at end
              go to mb999-exit
     end-read
     if       not Job-Material
           or JBM-Job not = WS-Cur-Job
              go to mb999-exit.
     add      JBM-Qty   to WS-Mat-Qty.
     add      JBM-Value to WS-Mat-Value.
     go       to mb010-Read.
*>
 mb999-exit.
     exit     section.
*>
 md000-Job-Billing       section.
*>==============================
*>
*>  For WS-Cur-Job with cost to date in WS-Job-DR and its budget in
*>   WS-Job-Budget: the sl957 contract value, stages billed, value
*>   earned (contract value x cost / budget, at most the contract
*>   value - the cost itself if no budget) and billed less earned.
*>   WS-Has-Contract N if the job is not billed in stages.
*>
     move     "N"  to WS-Has-Contract.
     move     zero to WS-Contract WS-Billed WS-Earned WS-Over-Under.
     move     spaces to Job-Contract-Record.
     move     "C"        to JBC-Key-Type.
     move     WS-Cur-Job to JBC-Job.
     read     Job-File
              invalid key
              go to md999-exit
     end-read
     move     "Y" to WS-Has-Contract.
     move     JBC-Value to WS-Contract.
*>
     move     spaces to Job-Stage-Record.
     move     "S"        to JBS-Key-Type.
     move     WS-Cur-Job to JBS-Job.
     move     zero       to JBS-Stage.
     start    Job-File key not < JB-Key
              invalid key
              go to md020-Earned
     end-start.
*>
 md010-Read.
     read     Job-File next record
              at end
              go to md020-Earned
     end-read
     if       not Job-Stage
           or JBS-Job not = WS-Cur-Job
              go to md020-Earned.
     if       JBS-Invoiced
              add JBS-Amount to WS-Billed.
     go       to md010-Read.
*>
 md020-Earned.
     if       WS-Job-Budget > zero
              compute WS-Earned rounded =
                      WS-Contract * WS-Job-DR / WS-Job-Budget
     else
              move WS-Job-DR to WS-Earned.
     if       WS-Earned > WS-Contract
              move WS-Contract to WS-Earned.
     compute  WS-Over-Under = WS-Billed - WS-Earned.
*>
 md999-exit.
     exit     section.
*>
 me000-Job-Cost          section.
*>==============================
*>
*>  WS-Job-DR = cost to date for WS-Cur-Job from the scan table.
*>
     move     zero to WS-Job-DR.
     move     1 to K.
*>
 me010-Next.
     if       K > WS-JC-Cnt
              go to me999-exit.
     if       WS-JC-Job (K) = WS-Cur-Job
              add WS-JC-DR (K) to WS-Job-DR.
     add      1 to K.
     go       to me010-Next.
*>
 me999-exit.
     exit     section.
*>
 mc000-Sort-Table        section.
*>==============================
*>
 mc999-exit.
     exit     section.
*>
 ea000-Materials-Report  section.
*>==============================
*>
*>  Every stock issue and return on the jobs' materials ledgers, one
*>   job or all, with job totals.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Materials Issued to Jobs" at 0129 with foreground-color 2.
     move     spaces to WS-Job-In.
     display  "Job Code [      ]  (blank for all jobs)" at 0701 with foreground-color 2.
     accept   WS-Job-In at 0711 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ea999-exit.
     move     "Materials Issued to Jobs" to l1-title.
     open     output print-file.
     move     zero to page-nos WS-Job-DR WS-Mat-Tot.
     perform  fc000-Mat-Headings.
     move     low-values to WS-Cur-Job.
     move     spaces to Job-Material-Record.
     move     "M"  to JBM-Key-Type.
     move     WS-Job-In to JBM-Job.
     move     zero to JBM-Seq.
     start    Job-File key not less than JB-Key
              invalid key
              go to ea900-End
     end-start.
*>
 ea010-Read.
     read     Job-File next record
              at end
              go to ea900-End
     end-read
     if       not Job-Material
              go to ea900-End.
     if       WS-Job-In not = spaces
        and   JBM-Job not = WS-Job-In
              go to ea900-End.
     if       JBM-Job not = WS-Cur-Job
        and   WS-Cur-Job not = low-values
              perform ea100-Job-Total.
     move     JBM-Job to WS-Cur-Job.
     if       line-cnt > Page-Lines - 4
              perform fc000-Mat-Headings.
     move     spaces to line-6.
     move     JBM-Job       to l6-job.
     move     JBM-Stock-Key to l6-item.
     move     spaces to WS-Mat-Date.
     string   JBM-Date (7:2) "/" JBM-Date (5:2) "/" JBM-Date (1:4)
                             delimited by size into WS-Mat-Date.
     move     WS-Mat-Date   to l6-date.
     move     JBM-Qty       to l6-qty.
     move     JBM-Value     to l6-value.
     move     JBM-Batch     to l6-batch.
     move     JBM-Post-No   to l6-post.
     write    print-record from line-6 after 1.
     add      1 to line-cnt.
     add      JBM-Value to WS-Job-DR WS-Mat-Tot.
     go       to ea010-Read.
*>
 ea900-End.
     if       WS-Cur-Job not = low-values
              perform ea100-Job-Total.
     move     spaces to line-4.
     move     "All jobs - materials issued" to l4-lit.
     move     WS-Mat-Tot to l4-a.
     write    print-record from line-4 after 2.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     display  "Report printed." at 1201 with foreground-color 2.
     display  GL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 ea999-exit.
     exit     section.
*>
 ea100-Job-Total         section.
*>==============================
*>
     move     spaces to line-4.
     string   "  Job " WS-Cur-Job " materials"
              delimited by size into l4-lit.
     move     WS-Job-DR to l4-a.
     write    print-record from line-4 after 1.
     move     spaces to print-record.
     write    print-record after 1.
     add      2 to line-cnt.
     move     zero to WS-Job-DR.
*>
 ea199-exit.
     exit     section.
*>
 fc000-Mat-Headings      section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     write    print-record from line-1 after page.
     write    print-record from line-5 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     4 to line-cnt.
*>
 fc999-exit.
     exit     section.
*>
 ga000-Billing-Summary   section.
*>==============================
*>
*>  Month end view of every job billed in stages: contract value,
*>   cost to date, billed to date, value earned and the work in
*>   progress over (under) billed.  Restarted from the last contract
*>   key each time as the job and stage reads move the position.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Billing v Cost Summary" at 0130 with foreground-color 2.
     display  "Scanning postings ..." at 0701 with foreground-color 2.
     perform  db000-Scan-Postings.
     move     "Job Billing v Cost Summary" to l1-title.
     open     output print-file.
     move     zero to page-nos WS-Tot-Contract WS-Tot-Cost WS-Tot-Billed
                      WS-Tot-Earned WS-Tot-Over.
     perform  fd000-Bill-Headings.
     move     spaces to WS-Post-Job.
*>
 ga010-Next.
     move     spaces to JB-Key.
     move     "C" to JB-Key-Type.
     move     WS-Post-Job to JB-Key-Rest (1:6).
     move     high-values to JB-Key-Rest (7:4).
     start    Job-File key > JB-Key
              invalid key
              go to ga900-End
     end-start
     read     Job-File next record
              at end
              go to ga900-End
     end-read
     if       not Job-Contract
              go to ga900-End.
     move     JBC-Job to WS-Post-Job WS-Cur-Job.
*>
     move     zero to WS-Job-Budget.
     move     spaces to JB-Key.
     move     "J" to JB-Key-Type.
     move     WS-Cur-Job to JB-Key-Rest (1:6).
     read     Job-File
              invalid key
              move "(no job master)" to JB-Name
     not invalid key
              move JB-Budget to WS-Job-Budget
     end-read
     move     spaces to line-8.
     move     WS-Cur-Job to l8-job.
     move     JB-Name    to l8-name.
     perform  me000-Job-Cost.
     perform  md000-Job-Billing.
     move     WS-Contract   to l8-contract.
     move     WS-Job-DR     to l8-cost.
     move     WS-Billed     to l8-billed.
     move     WS-Earned     to l8-earned.
     move     WS-Over-Under to l8-over.
     if       line-cnt > Page-Lines - 4
              perform fd000-Bill-Headings.
     write    print-record from line-8 after 1.
     add      1 to line-cnt.
     add      WS-Contract   to WS-Tot-Contract.
     add      WS-Job-DR     to WS-Tot-Cost.
     add      WS-Billed     to WS-Tot-Billed.
     add      WS-Earned     to WS-Tot-Earned.
     add      WS-Over-Under to WS-Tot-Over.
     go       to ga010-Next.
*>
 ga900-End.
     move     spaces to line-8.
     move     "Totals" to l8-name.
     move     WS-Tot-Contract to l8-contract.
     move     WS-Tot-Cost     to l8-cost.
     move     WS-Tot-Billed   to l8-billed.
     move     WS-Tot-Earned   to l8-earned.
     move     WS-Tot-Over     to l8-over.
     write    print-record from line-8 after 2.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     display  "Report printed." at 1201 with foreground-color 2.
     display  GL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 ga999-exit.
     exit     section.
*>
 fd000-Bill-Headings     section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     write    print-record from line-1 after page.
     write    print-record from line-7 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     4 to line-cnt.
*>
 fd999-exit.
     exit     section.
*>
 fb000-Headings          section.
*>==============================
