       >>source free
*>*********************************************
*>                                            *
*>      Year End Close - P&L To Retained      *
*>              Earnings                      *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         gl083.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            The year end close.  gl080 phase 5 only
*>                        copies Ledger-Balance into Ledger-Last at
*>                        the end of quarter 4 so every income and
*>                        expense nominal used to carry its balance
*>                        into the new year until somebody keyed a
*>                        clearing journal in gl050.  This builds
*>                        that journal instead: every detail
*>                        nominal (Ledger-Level zero, Ledger-Type
*>                        1 or 9) whose placement is a profit and
*>                        loss one (Ledger-Place A thru N, the same
*>                        split gl030 and gl100 use) is zeroed, per
*>                        profit centre, against the nominated
*>                        retained earnings account on that same
*>                        profit centre - or on the keyed default
*>                        PC where the RE account has not been set
*>                        up for it.  The postings go out as normal
*>                        unposted gl050 style batches (99 items a
*>                        batch) for proofing in gl060 and posting
*>                        as usual, so the close leaves the same
*>                        audit trail as any other journal.
*>
*>                        Refuses to run while any batch is still
*>                        unproofed or unposted (Cleared-Status
*>                        Waiting) - the balances would be wrong -
*>                        and that also stops it being run twice
*>                        before its own batches are posted.
*>
*>                        Prints the closing trial balance (balance,
*>                        closing entry and balance after close for
*>                        every detail nominal) followed by the
*>                        opening balance sheet by placement group.
*>
*>                        Run it after gl080 has done its quarter 4
*>                        phase 5 so Ledger-Last / Ledger-Q4 keep
*>                        the P&L figures for comparatives.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04.
*>                        acas005/006/007 FHs.
*>**
*>    Error messages used.
*>                        GL003
*>                        GL204    Unposted/unproofed batches present.
*>                        GL206    RE account not on ledger.
*>                        GL207    RE account is not a balance sheet a/c.
*>                        GL208    Nothing to close.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for the year end close.
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
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "GL083 (3.02.00)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wsledger.cob".
 copy "wsbatch.cob".
 copy "wspost.cob".
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
*>  Per profit centre (00 thru 99, subscript PC + 1): whether the RE
*>   account exists on that PC and the net closing movement it takes.
*>
 01  YE-PC-Table.
     03  YE-PC-Entry     occurs 100.
         05  YE-RE-Exists    pic x.
         05  YE-RE-Move      pic s9(9)v99  comp-3.
*>
*>  Balance sheet placement groups for the opening balance sheet, in
*>   the gl030 Compute-Placement ranges.
*>
 01  YE-BS-Groups.
     03  filler          pic x(15)   value "OQFixed Assets ".
     03  filler          pic x(15)   value "RTCurrent Asset".
     03  filler          pic x(15)   value "UVCurrent Liab.".
     03  filler          pic x(15)   value "WZCapital A/Cs ".
 01  filler redefines YE-BS-Groups.
     03  YE-BS-Group     occurs 4.
         05  YE-BS-From      pic x.
         05  YE-BS-To        pic x.
         05  YE-BS-Name      pic x(13).
*>
 01  ws-data.
     03  menu-reply      pic x.
     03  ws-reply        pic x.
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  I               pic 999          value zero.
     03  G               pic 9            value zero.
     03  WS-Unposted     pic 9(4)         value zero.
     03  WS-RE-AC        pic 9(6)         value zero.
     03  WS-RE-Def-PC    pic 99           value zero.
     03  WS-Post-PC      pic 99           value zero.
     03  WS-Balance      pic s9(9)v99     value zero.
     03  WS-Closing      pic s9(9)v99     value zero.
     03  WS-After        pic s9(9)v99     value zero.
     03  WS-Amount       pic s9(8)v99     value zero.
     03  WS-Grp-Tot      pic s9(9)v99     value zero.
     03  WS-BS-Tot       pic s9(9)v99     value zero.
     03  WS-PL-Tot       pic s9(9)v99     value zero.
     03  WS-Tot-Bal-DR   pic s9(9)v99     value zero.
     03  WS-Tot-Bal-CR   pic s9(9)v99     value zero.
     03  WS-Tot-Aft-DR   pic s9(9)v99     value zero.
     03  WS-Tot-Aft-CR   pic s9(9)v99     value zero.
     03  WS-Date-8       pic x(8).
     03  WS-Post-No      pic 9(5)         value zero.
     03  WS-Post-Total   pic 9(5)         value zero.
     03  WS-Batch-Cnt    pic 99           value zero.
     03  WS-First-Batch  pic 9(5)         value zero.
     03  WS-Report       pic x            value space.
         88  YE-Trial-Balance             value "T".
         88  YE-Balance-Sheet             value "B".
*>
 01  Error-Messages.
     03  GL003          pic x(28) value "GL003 Hit Return To Continue".
     03  GL204          pic x(62) value
         "GL204 Unproofed or unposted batches present - clear them first".
     03  GL206          pic x(42) value "GL206 Retained earnings a/c not on ledger".
     03  GL207          pic x(52) value
         "GL207 Retained earnings a/c must be a balance sheet".
     03  GL208          pic x(42) value "GL208 No P&L balances - nothing to close".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(44)       value spaces.
     03  filler          pic x(32)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  filler          pic x(132)      value "Account  PC  Name                     Pl" &
         "      Balance Dr      Balance Cr    Closing Entry      After Dr      After Cr".
*>
 01  line-2b.
     03  filler          pic x(132)      value "Account  PC  Name                     Pl" &
         "          Debit          Credit".
*>
 01  line-3.
     03  l3-acct         pic 9(6).
     03  filler          pic x           value spaces.
     03  l3-pc           pic z9.
     03  filler          pic x(3)        value spaces.
     03  l3-name         pic x(25).
     03  l3-place        pic x.
     03  l3-bal-dr       pic bbz,zzz,zz9.99 blank when zero.
     03  l3-bal-cr       pic bbz,zzz,zz9.99 blank when zero.
     03  l3-closing      pic bbbz,zzz,zz9.99cr blank when zero.
     03  l3-aft-dr       pic bbz,zzz,zz9.99 blank when zero.
     03  l3-aft-cr       pic bbz,zzz,zz9.99 blank when zero.
*>
 01  line-4.
     03  filler          pic x(12)       value spaces.
     03  l4-text         pic x(28).
     03  l4-bal-dr       pic bbz,zzz,zz9.99 blank when zero.
     03  l4-bal-cr       pic bbz,zzz,zz9.99 blank when zero.
     03  filler          pic x(17)       value spaces.
     03  l4-aft-dr       pic bbz,zzz,zz9.99 blank when zero.
     03  l4-aft-cr       pic bbz,zzz,zz9.99 blank when zero.
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
     move     u-date (1:2) to WS-Date-8 (1:2).
     move     u-date (4:2) to WS-Date-8 (3:2).
     move     u-date (7:4) to WS-Date-8 (5:4).
     move     1 to File-Key-No.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Year End Close" at 0133 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
*>  Phase 1 - nothing may be left waiting in the batch file.
*>
     display  "Checking batches" at 0601 with foreground-color 2.
     perform  ba000-Check-Batches.
     if       WS-Unposted not = zero
              display WS-Unposted at 0801 with foreground-color 3
              display " batch(es) not proofed/posted" at 0805 with foreground-color 3
              display GL204 at 2301 with foreground-color 4 highlight
              display GL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to menu-exit.
*>
*>  Phase 2 - the retained earnings account.
*>
 init02-Get-RE.
     display  "Retained earnings a/c [      ]  default PC [  ]" at 0801
                                 with foreground-color 2.
     accept   WS-RE-AC at 0824 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-RE-AC = zero
              go to menu-exit.
     accept   WS-RE-Def-PC at 0846 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to menu-exit.
*>
     move     WS-RE-AC     to WS-Ledger-Nos.
     move     WS-RE-Def-PC to Ledger-PC.
     perform  GL-Nominal-Open-Input.
     perform  GL-Nominal-Read-Indexed.
     if       fs-reply not = zero
              perform GL-Nominal-Close
              display GL206 at 2301 with foreground-color 4 highlight
              go to init02-Get-RE.
     if       Ledger-Place < "O"
              perform GL-Nominal-Close
              display GL207 at 2301 with foreground-color 4 highlight
              go to init02-Get-RE.
     display  space at 2301 with erase eol.
     display  Ledger-Name at 0851 with foreground-color 3.
     perform  ca000-Load-RE-PCs.
     perform  GL-Nominal-Close.
*>
     display  "Build the closing batch(es) and print the reports (Y/N) ? [N]"
                                 at 1201 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 1259 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to menu-exit.
*>
*>  Phase 3 - close the P&L, phase 4 - the two reports.
*>
     display  "Building closing batch(es)" at 1401 with foreground-color 2.
     perform  da000-Close-PL.
     if       WS-Post-Total = zero
              display GL208 at 2301 with foreground-color 4
              display GL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to menu-exit.
*>
     display  "Printing closing trial balance / opening balance sheet" at 1501
                                 with foreground-color 2.
     open     output print-file.
     move     zero to page-nos.
     perform  fa000-Closing-TB.
     perform  ga000-Opening-BS.
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>
     display  WS-Batch-Cnt at 1701 with foreground-color 3.
     display  " closing batch(es) created from batch " at 1703 with foreground-color 2.
     display  WS-First-Batch at 1742 with foreground-color 3.
     display  "Proof them in gl060 then post as normal." at 1801 with foreground-color 2.
     display  GL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 menu-exit.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Check-Batches     section.
*>==============================
*>
*>  Any batch, whatever its cycle, still Waiting is either unproofed
*>   or proofed but unposted - exactly what gl060 flags.
*>
     move     zero to WS-Unposted.
     perform  GL-Batch-Open-Input.
     if       fs-reply not = zero
              perform GL-Batch-Close
              go to ba999-exit.
*>
 ba010-Read.
     perform  GL-Batch-Read-Next.
     if       fs-reply not = zero
              go to ba900-Close.
     if       Waiting
              add 1 to WS-Unposted.
     go       to ba010-Read.
*>
 ba900-Close.
     perform  GL-Batch-Close.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Load-RE-PCs       section.
*>==============================
*>
*>  One pass picking up which PCs the RE account is set up on, so the
*>   closing pass never has to break its sequential read.
*>
     initialize YE-PC-Table.
     move     WS-RE-AC to WS-Ledger-Nos.
     move     zero     to Ledger-PC.
     set      fn-not-less-than to true.
     perform  GL-Nominal-Start.
     if       fs-reply not = zero
              go to ca999-exit.
*>
 ca010-Read.
     perform  GL-Nominal-Read-Next.
     if       fs-reply not = zero
           or WS-Ledger-Nos not = WS-RE-AC
              go to ca999-exit.
     add      Ledger-PC 1 giving I.
     move     "Y" to YE-RE-Exists (I).
     go       to ca010-Read.
*>
 ca999-exit.
     exit     section.
*>
 da000-Close-PL          section.
*>==============================
*>
*>  Every P&L detail balance is posted off to the RE account on the
*>   same PC (or the default PC where RE is not set up on it).
*>   A debit balance (cost) is DR RE / CR the nominal, a credit
*>   balance (income) DR the nominal / CR RE.
*>
     move     zero to WS-Post-Total WS-Batch-Cnt WS-First-Batch
                      WS-Post-No.
     perform  GL-Nominal-Open-Input.
     perform  db000-Open-Batch.
*>
 da010-Read.
     perform  GL-Nominal-Read-Next.
     if       fs-reply not = zero
              go to da900-End.
     if       Ledger-Level not = zero
           or Ledger-Place > "N"
           or Ledger-Balance = zero
              go to da010-Read.
     if       Ledger-Type not = 1 and not = 9
              go to da010-Read.
*>
     add      Ledger-PC 1 giving I.
     if       YE-RE-Exists (I) = "Y"
              move Ledger-PC    to WS-Post-PC
     else
              move WS-RE-Def-PC to WS-Post-PC
              add  WS-RE-Def-PC 1 giving I.
     move     Ledger-Balance to WS-Balance.
     add      WS-Balance to YE-RE-Move (I).
*>
     if       WS-Post-No = 99
              perform db900-Close-Batch
              perform db000-Open-Batch.
     perform  dc000-One-Posting.
     go       to da010-Read.
*>
 da900-End.
     perform  GL-Nominal-Close.
     perform  db900-Close-Batch.
*>
 da999-exit.
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
     move     "Year end close P&L > RE" to description.
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
*>
 db999b-exit.
     exit     section.
*>
 dc000-One-Posting       section.
*>==============================
*>
     add      1 to WS-Post-No WS-Post-Total.
     move     WS-Batch-Nos   to batch.
     move     WS-Post-No     to post-number.
     add      batch-start WS-Post-No giving rrn.
     move     RRN            to WS-Post-rrn.
     move     "GL"           to post-code in WS-Posting-Record.
     move     WS-Date-8      to post-date.
     if       WS-Balance > zero
              move WS-RE-AC       to post-dr
              move WS-Post-PC     to dr-pc
              move WS-Ledger-Nos  to post-cr
              move Ledger-PC      to cr-pc
              move WS-Balance     to post-amount
     else
              move WS-Ledger-Nos  to post-dr
              move Ledger-PC      to dr-pc
              move WS-RE-AC       to post-cr
              move WS-Post-PC     to cr-pc
              multiply WS-Balance by -1 giving post-amount.
     move     "Year end close"  to post-legend.
     move     zero           to vat-ac of WS-Posting-Record
                                vat-pc vat-amount.
     move     "DR"           to post-vat-side.
     perform  GL-Posting-Write.
     add      post-amount    to input-gross actual-gross.
*>
 dc999-exit.
     exit     section.
*>
 fa000-Closing-TB        section.
*>==============================
*>
*>  Every detail nominal: balance now, the closing entry it takes
*>   and the balance it is left with once the batches are posted.
*>
     set      YE-Trial-Balance to true.
     move     "Closing Trial Balance - Year End" to l1-title.
     move     99 to line-cnt.
     move     zero to WS-Tot-Bal-DR WS-Tot-Bal-CR
                      WS-Tot-Aft-DR WS-Tot-Aft-CR.
     perform  GL-Nominal-Open-Input.
*>
 fa010-Read.
     perform  GL-Nominal-Read-Next.
     if       fs-reply not = zero
              go to fa900-Totals.
     if       Ledger-Level not = zero
              go to fa010-Read.
     perform  fb000-Closing-Figures.
     if       WS-Balance = zero
          and WS-After = zero
              go to fa010-Read.
*>
     move     spaces to line-3.
     move     WS-Ledger-Nos  to l3-acct.
     move     Ledger-PC      to l3-pc.
     move     Ledger-Name    to l3-name.
     move     Ledger-Place   to l3-place.
     if       WS-Balance < zero
              multiply WS-Balance by -1 giving l3-bal-cr
              subtract WS-Balance from WS-Tot-Bal-CR
     else
              move WS-Balance to l3-bal-dr
              add  WS-Balance to WS-Tot-Bal-DR.
     move     WS-Closing to l3-closing.
     if       WS-After < zero
              multiply WS-After by -1 giving l3-aft-cr
              subtract WS-After from WS-Tot-Aft-CR
     else
              move WS-After to l3-aft-dr
              add  WS-After to WS-Tot-Aft-DR.
     if       line-cnt > Page-Lines - 3
              perform ha000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
     go       to fa010-Read.
*>
 fa900-Totals.
     perform  GL-Nominal-Close.
     move     spaces to line-4.
     move     "Trial balance totals" to l4-text.
     move     WS-Tot-Bal-DR to l4-bal-dr.
     move     WS-Tot-Bal-CR to l4-bal-cr.
     move     WS-Tot-Aft-DR to l4-aft-dr.
     move     WS-Tot-Aft-CR to l4-aft-cr.
     write    print-record from line-4 after 2.
*>
 fa999-exit.
     exit     section.
*>
 fb000-Closing-Figures   section.
*>==============================
*>
*>  P&L details close to nil; the RE account takes the net of the
*>   P&L closed onto its PC.
*>
     move     Ledger-Balance to WS-Balance.
     move     zero to WS-Closing.
     if       Ledger-Place not > "N"
         and  (Ledger-Type = 1 or 9)
              multiply WS-Balance by -1 giving WS-Closing.
     if       WS-Ledger-Nos = WS-RE-AC
              add  Ledger-PC 1 giving I
              add  YE-RE-Move (I) to WS-Closing.
     add      WS-Balance WS-Closing giving WS-After.
*>
 fb999-exit.
     exit     section.
*>
 ga000-Opening-BS        section.
*>==============================
*>
*>  Balance sheet details after the close, one pass per placement
*>   group so the groups print in order with a subtotal each.
*>
     set      YE-Balance-Sheet to true.
     move     "Opening Balance Sheet - New Year" to l1-title.
     move     99 to line-cnt.
     move     zero to WS-BS-Tot.
     perform  gb000-One-Group varying G from 1 by 1 until G > 4.
     move     spaces to line-4.
     move     "Balance sheet net (nil)" to l4-text.
     if       WS-BS-Tot < zero
              multiply WS-BS-Tot by -1 giving l4-bal-cr
     else
              move WS-BS-Tot to l4-bal-dr.
     write    print-record from line-4 after 2.
*>
 ga999-exit.
     exit     section.
*>
 gb000-One-Group         section.
*>==============================
*>
     move     zero to WS-Grp-Tot.
     if       line-cnt > Page-Lines - 6
              perform ha000-Headings.
     move     spaces to print-record.
     move     YE-BS-Name (G) to print-record (13:13).
     write    print-record after 2.
     add      2 to line-cnt.
     perform  GL-Nominal-Open-Input.
*>
 gb010-Read.
     perform  GL-Nominal-Read-Next.
     if       fs-reply not = zero
              go to gb900-Total.
     if       Ledger-Level not = zero
           or Ledger-Place < YE-BS-From (G)
           or Ledger-Place > YE-BS-To (G)
              go to gb010-Read.
     perform  fb000-Closing-Figures.
     if       WS-After = zero
              go to gb010-Read.
     move     spaces to line-3.
     move     WS-Ledger-Nos  to l3-acct.
     move     Ledger-PC      to l3-pc.
     move     Ledger-Name    to l3-name.
     move     Ledger-Place   to l3-place.
     if       WS-After < zero
              multiply WS-After by -1 giving l3-bal-cr
     else
              move WS-After to l3-bal-dr.
     add      WS-After to WS-Grp-Tot.
     if       line-cnt > Page-Lines - 3
              perform ha000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
     go       to gb010-Read.
*>
 gb900-Total.
     perform  GL-Nominal-Close.
     move     spaces to line-4.
     move     "Group total" to l4-text.
     if       WS-Grp-Tot < zero
              multiply WS-Grp-Tot by -1 giving l4-bal-cr
     else
              move WS-Grp-Tot to l4-bal-dr.
     write    print-record from line-4 after 1.
     add      1 to line-cnt.
     add      WS-Grp-Tot to WS-BS-Tot.
*>
 gb999-exit.
     exit     section.
*>
 ha000-Headings          section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     if       page-nos not = 1
              write print-record from line-1 after page
     else
              write print-record from line-1 after 1.
     if       YE-Trial-Balance
              write print-record from line-2 after 2
     else
              write print-record from line-2b after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     4 to line-cnt.
*>
 ha999-exit.
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
 end program gl083.
