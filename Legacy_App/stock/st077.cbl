       >>source free
*>*********************************************
*>                                            *
*>    Stock Issues To & Returns From Jobs     *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         st077.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>**
*>    Remarks.            Materials drawn from stores for a job, and
*>                        what comes back unused.  Each issue is keyed
*>                        against a Job-File job (gl099) and valued at
*>                        the system costing method (st021) - FIFO
*>                        layers consumed through st022, else the
*>                        item's Stock-Cost.  Stock-Held is reduced,
*>                        a Stock-Audit record written (type 7, job
*>                        code in the description) and the issue
*>                        logged on the job's materials ledger (the
*>                        "M" records on the Job-File).
*>                        A return is valued at what the job was
*>                        charged for the item (its net issued value
*>                        over net issued quantity) and cannot exceed
*>                        what is still out on the job; FIFO puts the
*>                        quantity back as a new layer at that cost.
*>                        The session's movements post as one GL
*>                        batch through the same batch / IRS posting
*>                        interface as the st020 write-offs - DR the
*>                        job's WIP nominal, CR stock control
*>                        (Stk-GL-Ac), reversed for a return - and
*>                        every posting carries a "P" job tag so gl099
*>                        picks the cost up against the job.
*>                        Called from st020 option 7.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     st022.
*>                        acas006/007/008, acas010, acas011 FHs.
*>**
*>    Error messages used.
*>                        ST003
*>                        ST941    No stock control a/c - see st021.
*>                        ST942    Job not found or closed.
*>                        ST943    Job has no WIP nominal - see gl099.
*>                        ST944    Stock item not found.
*>                        ST945    Services item, no stock to issue.
*>                        ST946    Not enough stock held.
*>                        ST947    More than is out on the job.
*>                        ST948    Session full - post and restart.
*>                        ST949    Audit file write error.
*>                        ST950    Cannot open the stock file.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for stock issues to jobs.
*> 15/10/26 vbc - .01 Next-Batch and Postings taken from the param file
*>                    and rewritten straight after, as st020 re-reads it.
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
 77  prog-name           pic x(15) value "ST077 (3.02.01)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wscost.cob".
 copy "wsstock.cob".
 copy "wsaudit.cob".
 copy "wsbatch.cob".
 copy "wspost.cob".
 copy "wspost-irs.cob".
*>
*> REMARK OUT ANY IN USE
*>
 01  Dummies-4-Unused-ACAS-FH-Calls.      *> Call blk at zz080-ACAS-Calls
     03  Default-Record         pic x.
     03  Final-Record           pic x.
     03  System-Record-4        pic x.
     03  WS-Ledger-Record       pic x.
*>     03  WS-Posting-Record      pic x.
*>     03  WS-Batch-Record        pic x.
*>     03  WS-IRS-Posting-Record  pic x.
*>     03  WS-Stock-Audit-Record  pic x.
*>     03  WS-Stock-Record        pic x.
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
*>  The session's movements, posted together at the end.
*>
 01  WS-MV-Cnt           pic s9(4)  comp  value zero.
 01  WS-MV-Table.
     03  WS-MV-Entry     occurs 100.
         05  WS-MV-Stock     pic x(13).
         05  WS-MV-Desc      pic x(32).
         05  WS-MV-Qty       pic s9(6)     comp-3.
         05  WS-MV-Value     pic s9(7)v99  comp-3.
         05  WS-MV-Seq       pic 9(4).
*>
 01  ws-data.
     03  menu-reply      pic x.
     03  ws-reply        pic x.
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  WS-Mode         pic x            value space.
         88  WS-Issuing                   value "I".
         88  WS-Returning                 value "R".
     03  WS-Job-In       pic x(6)         value spaces.
     03  WS-Job-Name     pic x(24)        value spaces.
     03  WS-WIP-AC       pic 9(6)         value zero.
     03  WS-Stock-In     pic x(13)        value spaces.
     03  WS-Qty          pic 9(6)         value zero.
     03  WS-Value        pic s9(7)v99  comp-3 value zero.
     03  WS-Unit         pic 9(7)v9999 comp-3 value zero.
     03  WS-Old-Value    pic s9(9)v99  comp-3 value zero.
     03  WS-Out-Qty      pic s9(7)     comp-3 value zero.
     03  WS-Out-Value    pic s9(9)v99  comp-3 value zero.
     03  WS-Last-Seq     pic 9(4)         value zero.
     03  WS-Sub          pic s9(4)  comp  value zero.
     03  WS-Tot-Value    pic s9(9)v99  comp-3 value zero.
     03  WS-Batch-Used   pic 9(5)         value zero.
     03  WS-Proc-Mth     pic 99           value zero.
     03  WS-CCYYMMDD     pic 9(8)         value zero.
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Audit-Open   pic x            value "N".
     03  WS-Stock-Open   pic x            value "N".
     03  display-6       pic zzzzz9.
     03  display-9       pic z(6)9.99-.
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
 01  File-Info                          value zero.
     05 File-Size-Bytes  pic 9(18) comp.
     05 Mod-DD           pic 9(2)  comp.
     05 Mod-MO           pic 9(2)  comp.
     05 Mod-YYYY         pic 9(4)  comp.
     05 Mod-HH           pic 9(2)  comp.
     05 Mod-MM           pic 9(2)  comp.
     05 Mod-SS           pic 9(2)  comp.
     05 filler           pic 9(2)  comp.
*>
 01  Error-Messages.
     03  ST003          pic x(28) value "ST003 Hit Return To Continue".
     03  ST941          pic x(38) value "ST941 No stock control a/c - see st021".
     03  ST942          pic x(29) value "ST942 Job not found or closed".
     03  ST943          pic x(40) value "ST943 Job has no WIP nominal - see gl099".
     03  ST944          pic x(26) value "ST944 Stock item not found".
     03  ST945          pic x(38) value "ST945 Services item, no stock to issue".
     03  ST946          pic x(27) value "ST946 Not enough stock held".
     03  ST947          pic x(33) value "ST947 More than is out on the job".
     03  ST948          pic x(37) value "ST948 Session full - post and restart".
     03  ST949          pic x(28) value "ST949 Audit file write error".
     03  ST950          pic x(32) value "ST950 Cannot open the stock file".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(46)       value spaces.
     03  filler          pic x(30)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-1a.
     03  filler          pic x(5)        value "Job  ".
     03  l1a-job         pic x(7).
     03  l1a-name        pic x(26).
     03  filler          pic x(12)       value "WIP a/c".
     03  l1a-wip         pic 9(6).
     03  filler          pic x(12)       value spaces.
     03  l1a-date        pic x(10).
*>
 01  line-2.
     03  filler          pic x(132)      value "Stock Item     Description                           Quantity        Value   Batch/Post".
*>
 01  line-3.
     03  l3-item         pic x(15).
     03  l3-desc         pic x(33).
     03  l3-qty          pic z(7)9-.
     03  filler          pic x(3)        value spaces.
     03  l3-value        pic z(7)9.99-.
     03  filler          pic x(3)        value spaces.
     03  l3-batch        pic z(4)9.
     03  filler          pic x           value "/".
     03  l3-post         pic 9(5).
*>
 01  line-4.
     03  l4-head         pic x(59).
     03  l4-value        pic z(7)9.99-.
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
     perform  zz070-Convert-Date.
     move     to-day (7:4) to WS-CCYYMMDD (1:4).
     move     to-day (4:2) to WS-CCYYMMDD (5:2).
     move     to-day (1:2) to WS-CCYYMMDD (7:2).
     move     to-day (4:2) to WS-Proc-Mth.
     if       WS-Proc-Mth < 1 or > 12
              move 1 to WS-Proc-Mth.
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
     display  "Stock Issues / Returns - Jobs" at 0127 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Issue Stock to a Job"             at 0811 with foreground-color 2.
     display  "(2)  Return Unused Stock from a Job"   at 0911 with foreground-color 2.
     display  "(X)  Return To Menu"                   at 1111 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              move "I" to WS-Mode
              perform  ba000-Session
              go to menu-return.
     if       menu-reply = "2"
              move "R" to WS-Mode
              perform  ba000-Session
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    Job-File.
     if       Costing-FIFO
              set  Cost-Close to true
              call "st022" using WS-Cost-Call file-defs.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Session           section.
*>==============================
*>
*>  One job per session - its lines are entered, then posted as one
*>   batch and listed.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     if       WS-Issuing
              display "Issue Stock to a Job" at 0130 with foreground-color 2
     else
              display "Return Stock from a Job" at 0129 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
     if       Stk-GL-Ac = zero
              display ST941 at 2301 with foreground-color 4 highlight
              display ST003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ba999-exit.
*>
 ba010-Job.
     move     spaces to WS-Job-In.
     display  "Job Code [      ]" at 0301 with foreground-color 2.
     accept   WS-Job-In at 0311 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Job-In = spaces
              go to ba999-exit.
     move     spaces to JB-Key.
     move     "J" to JB-Key-Type.
     move     WS-Job-In to JB-Key-Rest (1:6).
     read     Job-File
              invalid key
              display ST942 at 2301 with foreground-color 4 highlight
              go to ba010-Job
     end-read
     if       not Job-Is-Open
              display ST942 at 2301 with foreground-color 4 highlight
              go to ba010-Job.
     if       JB-WIP-Nominal not numeric
           or JB-WIP-Nominal = zero
              display ST943 at 2301 with foreground-color 4 highlight
              go to ba010-Job.
     display  " " at 2301 with erase eol.
     move     JB-Name        to WS-Job-Name.
     move     JB-WIP-Nominal to WS-WIP-AC.
     display  WS-Job-Name at 0320 with foreground-color 3.
     display  "WIP a/c" at 0346 with foreground-color 2.
     display  WS-WIP-AC at 0354 with foreground-color 3.
     perform  bb000-Last-Seq.
*>
     perform  Stock-Open.
     if       fs-reply not = zero
              perform Stock-Close
              display ST950 at 2301 with foreground-color 4 highlight
              display ST003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ba999-exit.
     move     "Y" to WS-Stock-Open.
     if       Stk-Audit-Used = 1
              perform bd000-Open-Audit.
     move     zero to WS-MV-Cnt WS-Tot-Value.
*>
 ba020-Screen.
     display  " " at 0501 with erase eos.
     display  "Stock Item      Description                        Quantity        Value"
                                       at 0501 with foreground-color 2.
     move     6 to lin.
*>
 ba030-Stock.
     if       lin > 20
              go to ba020-Screen.
     if       WS-MV-Cnt not < 100
              display ST948 at 2301 with foreground-color 4 highlight
              go to ba900-End.
     move     spaces to WS-Stock-In.
     display  "[             ]" at line lin col 1 with foreground-color 2.
     accept   WS-Stock-In at line lin col 2 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Stock-In = spaces
              go to ba900-End.
     move     WS-Stock-In to WS-Stock-Key.
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     if       fs-reply not = zero
              move WS-Stock-In (1:7) to WS-Stock-Abrev-Key
              move 2 to File-Key-No
              perform Stock-Read-Indexed.
     if       fs-reply not = zero
              display ST944 at 2301 with foreground-color 4 highlight
              go to ba030-Stock.
     if       Stock-Services-Flag = "Y"
              display ST945 at 2301 with foreground-color 4 highlight
              go to ba030-Stock.
     display  " " at 2301 with erase eol.
     display  WS-Stock-Key at line lin col 2 with foreground-color 3.
     display  WS-Stock-Desc (1:32) at line lin col 17 with foreground-color 3.
     if       WS-Returning
              perform bc000-Out-On-Job
              move WS-Out-Qty to display-6
              display "Out on job" at 2201 with foreground-color 2
              display display-6 at 2212 with foreground-color 3
     else
              move Stock-Held to display-6
              display "Held      " at 2201 with foreground-color 2
              display display-6 at 2212 with foreground-color 3.
*>
 ba040-Qty.
     move     zero to WS-Qty.
     accept   WS-Qty at line lin col 52 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Qty = zero
              display " " at line lin col 1 with erase eol
              go to ba030-Stock.
     if       WS-Issuing
        and   WS-Qty > Stock-Held
              display ST946 at 2301 with foreground-color 4 highlight
              go to ba040-Qty.
     if       WS-Returning
        and   WS-Qty > WS-Out-Qty
              display ST947 at 2301 with foreground-color 4 highlight
              go to ba040-Qty.
     display  " " at 2201 with erase eos.
*>
     if       WS-Issuing
              perform ca000-Issue
     else
              perform cb000-Return.
     move     WS-Value to display-9.
     display  display-9 at line lin col 62 with foreground-color 3.
     perform  cc000-Log-Movement.
     add      1 to lin.
     go       to ba030-Stock.
*>
 ba900-End.
     perform  Stock-Close.
     move     "N" to WS-Stock-Open.
     if       WS-Audit-Open = "Y"
              perform Stock-Audit-Close
              move "N" to WS-Audit-Open.
     if       WS-MV-Cnt = zero
              go to ba999-exit.
     perform  da000-Post-Session.
     perform  ea000-Print-Session.
     move     WS-Tot-Value to display-9.
     display  "Posted to the job, batch " at 2201 with foreground-color 2.
     display  WS-Batch-Used at 2226 with foreground-color 3.
     display  display-9 at 2233 with foreground-color 3.
     display  ST003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 ba999-exit.
     exit     section.
*>
 bb000-Last-Seq          section.
*>==============================
*>
*>  Last materials ledger sequence used on the job.
*>
     move     zero to WS-Last-Seq.
     move     "M"  to JBM-Key-Type.
     move     WS-Job-In to JBM-Job.
     move     9999 to JBM-Seq.
     start    Job-File key is less than JB-Key
              invalid key
              go to bb999-exit
     end-start
     read     Job-File next record
              at end
              go to bb999-exit
     end-read
     if       Job-Material
        and   JBM-Job = WS-Job-In
              move JBM-Seq to WS-Last-Seq.
*>
 bb999-exit.
     exit     section.
*>
 bc000-Out-On-Job        section.
*>==============================
*>
*>  What of the item is still out on the job - net issued quantity
*>   and value from its materials ledger.
*>
     move     zero to WS-Out-Qty WS-Out-Value.
     move     "M"  to JBM-Key-Type.
     move     WS-Job-In to JBM-Job.
     move     zero to JBM-Seq.
     start    Job-File key not less than JB-Key
              invalid key
              go to bc999-exit
     end-start.
*>
 bc010-Read.
     read     Job-File next record
              at end
              go to bc999-exit
     end-read
     if       not Job-Material
           or JBM-Job not = WS-Job-In
              go to bc999-exit.
     if       JBM-Stock-Key = WS-Stock-Key
              add JBM-Qty   to WS-Out-Qty
              add JBM-Value to WS-Out-Value.
     go       to bc010-Read.
*>
 bc999-exit.
     exit     section.
*>
 bd000-Open-Audit        section.
*>==============================
*>
     if       FS-Cobol-Files-Used
              call  "CBL_CHECK_FILE_EXIST" using File-10
                                                 File-Info
              end-call
              if    return-code not = zero
                    perform Stock-Audit-Open-Output
                    perform Stock-Audit-Close
              end-if
     end-if
     perform  Stock-Audit-Open-Extend.
     if       fs-reply = zero
              move "Y" to WS-Audit-Open.
*>
 bd999-exit.
     exit     section.
*>
 ca000-Issue             section.
*>==============================
*>
*>  Value at the costing method, then take it out of stock.
*>
     if       Costing-FIFO
              move WS-Stock-Key to Cost-Stock-Key
              set  Cost-Consume to true
              move WS-Qty to Cost-Qty
              call "st022" using WS-Cost-Call file-defs
              move Cost-Value to WS-Value
              if   Cost-RC not = zero
                   compute WS-Value rounded = WS-Qty * Stock-Cost
              end-if
     else
              compute WS-Value rounded = WS-Qty * Stock-Cost.
*>
     subtract WS-Qty from Stock-Held.
     compute  Stock-Value = (Stock-Held + Stock-Work-in-Progress) * Stock-Cost
              on size error
              move 99999999.99 to Stock-Value.
     if       Costing-FIFO
              set  Cost-Value-Item to true
              call "st022" using WS-Cost-Call file-defs
              move Cost-Value to Stock-Value
              if   Stock-Held not = zero
                   compute Stock-Cost rounded = Cost-Value / Stock-Held
              end-if
     end-if
     add      WS-Qty to Stock-Deducts.
     add      WS-Qty to Stock-TD-Deds (WS-Proc-Mth).
     perform  Stock-Rewrite.
*>
 ca999-exit.
     exit     section.
*>
 cb000-Return            section.
*>==============================
*>
*>  Back into stock at what the job was charged for it.
*>
     if       WS-Out-Qty not = zero
              compute WS-Unit rounded = WS-Out-Value / WS-Out-Qty
     else
              move Stock-Cost to WS-Unit.
     compute  WS-Value rounded = WS-Qty * WS-Unit.
     compute  WS-Old-Value = (Stock-Held + Stock-Work-in-Progress) * Stock-Cost.
     add      WS-Qty to Stock-Held.
*>
     if       Costing-FIFO
              move WS-Stock-Key to Cost-Stock-Key
              set  Cost-Add-Layer to true
              move WS-Qty       to Cost-Qty
              move WS-Unit      to Cost-Unit
              move WS-Today-Bin to Cost-Date
              call "st022" using WS-Cost-Call file-defs
              set  Cost-Value-Item to true
              call "st022" using WS-Cost-Call file-defs
              move Cost-Value to Stock-Value
              if   Stock-Held not = zero
                   compute Stock-Cost rounded = Cost-Value / Stock-Held
              end-if
              go to cb010-Counts.
*>
     if       Stock-Averaging
           or Costing-Average
              compute Stock-Cost rounded = (WS-Old-Value + WS-Value)
                                 / (Stock-Held + Stock-Work-in-Progress).
     compute  Stock-Value = (Stock-Held + Stock-Work-in-Progress) * Stock-Cost
              on size error
              move 99999999.99 to Stock-Value.
*>
 cb010-Counts.
     if       Stock-Deducts < WS-Qty
              move zero to Stock-Deducts
     else
              subtract WS-Qty from Stock-Deducts.
     if       Stock-TD-Deds (WS-Proc-Mth) < WS-Qty
              move zero to Stock-TD-Deds (WS-Proc-Mth)
     else
              subtract WS-Qty from Stock-TD-Deds (WS-Proc-Mth).
     perform  Stock-Rewrite.
*>
 cb999-exit.
     exit     section.
*>
 cc000-Log-Movement      section.
*>==============================
*>
*>  Audit record, materials ledger entry and the session table.
*>
     if       WS-Audit-Open = "Y"
              initialize WS-Stock-Audit-Record
              move 7 to Audit-Type
              move WS-Stock-Key to Audit-Stock-Key
              move zero to Audit-Invoice-PO Audit-Cr-for-Invoice
              move spaces to Audit-Desc
              string "Job " WS-Job-In " " WS-Stock-Desc
                         delimited by size into Audit-Desc
              end-string
              move ws-date to Audit-Process-Date
              move Stk-Audit-No to Audit-No
              move spaces to Audit-Reason-Code
              if   WS-Issuing
                   move zero to Audit-Reverse-Transaction
                   move WS-Qty to Audit-Transaction-Qty
                   compute Audit-Stock-Value-Change = WS-Value * -1
                   move Stock-Cost to Audit-Unit-Cost
              else
                   move 1 to Audit-Reverse-Transaction
                   compute Audit-Transaction-Qty = WS-Qty * -1
                   move WS-Value to Audit-Stock-Value-Change
                   move WS-Unit to Audit-Unit-Cost
              end-if
              perform Stock-Audit-Write
              if   fs-reply not = zero
                   display ST949 at 2301 with foreground-color 4 highlight
              end-if
              move zero to Stk-Activity-Rep-Run
     end-if
*>
     add      1 to WS-Last-Seq.
     move     spaces to Job-Material-Record.
     move     "M" to JBM-Key-Type.
     move     WS-Job-In    to JBM-Job.
     move     WS-Last-Seq  to JBM-Seq.
     move     WS-Stock-Key to JBM-Stock-Key.
     move     WS-CCYYMMDD  to JBM-Date.
     move     zero to JBM-Batch JBM-Post-No.
     if       WS-Issuing
              move WS-Qty   to JBM-Qty
              move WS-Value to JBM-Value
     else
              compute JBM-Qty   = WS-Qty * -1
              compute JBM-Value = WS-Value * -1.
     write    Job-Material-Record
              invalid key
              rewrite Job-Material-Record
     end-write
*>
     add      1 to WS-MV-Cnt.
     move     WS-Stock-Key  to WS-MV-Stock (WS-MV-Cnt).
     move     WS-Stock-Desc to WS-MV-Desc  (WS-MV-Cnt).
     move     JBM-Qty       to WS-MV-Qty   (WS-MV-Cnt).
     move     JBM-Value     to WS-MV-Value (WS-MV-Cnt).
     move     WS-Last-Seq   to WS-MV-Seq   (WS-MV-Cnt).
     add      JBM-Value     to WS-Tot-Value.
*>
 cc999-exit.
     exit     section.
*>
 da000-Post-Session      section.
*>==============================
*>
*>  One GL batch, a posting per movement, each tagged to the job -
*>   the same batch / IRS posting interface as st020 write-offs.
*>
     perform  zz900-Read-System-Param.
     move     next-batch  to  WS-Batch-nos.
     move     next-batch  to  WS-Batch-Used.
     add      1  to  Next-Batch.
     add      postings  1  giving  batch-start.
     perform  zz910-Rewrite-System-Param.
*>
     perform  GL-Batch-Open.
     move     1  to  WS-Ledger.
     move     zero     to batch-status cleared-status.
     move     scycle   to bcycle.
     move     run-date to entered.
     move     spaces to description.
     string   "Stock to/from job " WS-Job-In delimited by size
                                   into description.
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
     move     1 to WS-Sub.
*>
 da010-Next.
     if       WS-Sub > WS-MV-Cnt
              go to da900-Close.
     perform  db000-Post-Movement.
     add      1 to WS-Sub.
     go       to da010-Next.
*>
 da900-Close.
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
 da999-exit.
     exit     section.
*>
 db000-Post-Movement     section.
*>==============================
*>
     if       WS-MV-Value (WS-Sub) = zero
              go to db999-exit.
     move     to-day (1:6) to post-date (1:6).
     move     to-day (9:2) to post-date (7:2).
     move     WS-Batch-nos  to  batch.
     add      1        to  items.
     move     items    to Post-number.
     move     spaces   to post-legend.
     move     spaces   to JB-Tag-Side.
     if       WS-MV-Value (WS-Sub) > zero
              string "Job " WS-Job-In " issue "
                     WS-MV-Stock (WS-Sub) delimited by size
                                       into post-legend
              move WS-MV-Value (WS-Sub) to Post-amount
              move WS-WIP-AC            to post-dr
              move Stk-GL-Ac            to post-cr
     else
              string "Job " WS-Job-In " return "
                     WS-MV-Stock (WS-Sub) delimited by size
                                       into post-legend
              compute Post-amount = WS-MV-Value (WS-Sub) * -1
              move Stk-GL-Ac            to post-dr
              move WS-WIP-AC            to post-cr.
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
*>  Job tag for the posting - only the WIP side is the job's.
*>
     move     spaces to Job-Record.
     move     "P" to JB-Key-Type.
     move     batch       to JB-Key-Rest (1:5).
     move     post-number to JB-Key-Rest (6:5).
     move     WS-Job-In   to JB-Job.
     move     "O"         to JB-Status.
     move     zero        to JB-Budget JB-WIP-Nominal.
     if       WS-MV-Value (WS-Sub) > zero
              move "D" to JB-Tag-Side
     else
              move "C" to JB-Tag-Side.
     write    Job-Record
              invalid key
              rewrite Job-Record
     end-write
*>
*>  and the batch / posting back onto the materials ledger entry.
*>
     move     "M" to JBM-Key-Type.
     move     WS-Job-In to JBM-Job.
     move     WS-MV-Seq (WS-Sub) to JBM-Seq.
     read     Job-File
              invalid key
              go to db999-exit
     end-read
     move     WS-Batch-nos  to JBM-Batch.
     move     items         to JBM-Post-No.
     rewrite  Job-Material-Record.
*>
 db999-exit.
     exit     section.
*>
 ea000-Print-Session     section.
*>==============================
*>
*>  Issue (or return) note for the session.
*>
     open     output print-file.
     move     zero to page-nos.
     move     spaces to l1-title.
     if       WS-Issuing
              move "Stores Issue Note - Materials to Job" to l1-title
     else
              move "Stores Return Note - Materials from Job" to l1-title.
     move     WS-Job-In   to l1a-job.
     move     WS-Job-Name to l1a-name.
     move     WS-WIP-AC   to l1a-wip.
     move     ws-date     to l1a-date.
     perform  eb000-Headings.
     move     1 to WS-Sub.
*>
 ea010-Line.
     if       WS-Sub > WS-MV-Cnt
              go to ea900-Total.
     if       line-cnt > Page-Lines - 3
              perform eb000-Headings.
     move     spaces to line-3.
     move     WS-MV-Stock (WS-Sub) to l3-item.
     move     WS-MV-Desc  (WS-Sub) to l3-desc.
     move     WS-MV-Qty   (WS-Sub) to l3-qty.
     move     WS-MV-Value (WS-Sub) to l3-value.
     move     WS-Batch-Used        to l3-batch.
     move     WS-Sub               to l3-post.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
     add      1 to WS-Sub.
     go       to ea010-Line.
*>
 ea900-Total.
     move     "Total charged to the job (returns credited)" to l4-head.
     move     WS-Tot-Value to l4-value.
     write    print-record from line-4 after 2.
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>
 ea999-exit.
     exit     section.
*>
 eb000-Headings          section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     write    print-record from line-1 after page.
     write    print-record from line-1a after 1.
     write    print-record from line-2 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     5 to line-cnt.
*>
 eb999-exit.
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
 copy "Proc-ACAS-Param-Get-Rewrite.cob".
 copy "Proc-ACAS-FH-Calls.cob".
*>
