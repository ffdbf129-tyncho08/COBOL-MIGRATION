       >>source free
*>*********************************************
*>                                            *
*>     Reverse Or Correct A Posted Batch      *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         gl052.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Called from gl050 (option 2).  A posted
*>                        batch that turns out wrong, say a month of
*>                        accruals to the wrong profit centre, used
*>                        to need a mirror batch keyed line by line.
*>                        Keyed by its WS-Batch-Key (ledger + batch)
*>                        a posted batch whose postings are still on
*>                        file (not yet archived by gl080) can be:
*>                        (1) Reversed - a new batch, every posting
*>                        with its debit and credit sides (and VAT
*>                        side) swapped, dated as keyed, described
*>                        "Reversal of batch nnnnn" and each legend
*>                        starting "Rev nnnnn".  It is a mirror so
*>                        goes out proofed, waiting for gl072 to post
*>                        it.  Optionally the original is copied for
*>                        its correction at the same time.
*>                        (2) Copied for correction - a new open
*>                        batch, "Corrects batch nnnnn", legends
*>                        "Cor nnnnn", the postings as they were, to
*>                        be put right in gl051 and proofed as usual.
*>                        The links both ways go on the Batch-Link-
*>                        File (fdblnk.cob) for gl060 to show, and a
*>                        batch once reversed cannot be reversed
*>                        again.  New batches are held for journal
*>                        approval (gl098) above the threshold the
*>                        same as gl050's.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04.
*>                        acas006/007 FHs.
*>**
*>    Error messages used.
*>                        GL003
*>                        GL011    Invalid date.
*>                        GL211    Batch not found.
*>                        GL212    Batch not posted.
*>                        GL213    Batch already reversed.
*>                        GL214    No postings on file - archived.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for batch reversal and correction.
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
 copy "selgja.cob".
 copy "selblnk.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdgja.cob".
 copy "fdblnk.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "GL052 (3.02.00)".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wsbatch.cob".
 copy "wspost.cob".
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
     03  menu-reply      pic 9            value zero.
     03  ws-reply        pic x.
     03  WS-Func         pic x            value space.
         88  GB-Reverse                   value "R".
         88  GB-Correct                   value "C".
     03  WS-Orig-Ledger  pic 9            value 1.
     03  WS-Orig-Batch   pic 9(5)         value zero.
     03  WS-New-Batch    pic 9(5)         value zero.
     03  WS-Rev-Batch    pic 9(5)         value zero.
     03  WS-Cor-Batch    pic 9(5)         value zero.
     03  WS-Orig-Gross   pic 9(9)v99   comp-3 value zero.
     03  WS-Orig-Vat     pic 9(9)v99   comp-3 value zero.
     03  WS-Orig-Desc    pic x(24)        value spaces.
     03  WS-Post-Cnt     pic 99           value zero.
     03  WS-Px           pic 99           value zero.
     03  WS-Tran-Date    pic x(8)         value spaces.   *> dd/mm/yy
     03  WS-Tran-Bin     binary-long      value zero.
     03  WS-Save-DR      pic 9(6)         value zero.
     03  WS-Save-PC      pic 99           value zero.
     03  WS-Save-Legend  pic x(32)        value spaces.
     03  WS-D-Batch      pic z(4)9.
     03  WS-D-Items      pic z9.
     03  WS-D-Amt        pic z(8)9.99.
*>
*>  The original's postings - never more than 99 (Items pic 99).
*>
 01  GB-Posts.
     03  GB-Post         pic x(103)       occurs 99.
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
     03  GL003          pic x(28) value "GL003 Hit Return To Continue".
     03  GL011          pic x(18) value "GL011 Invalid Date".
     03  GL211          pic x(21) value "GL211 Batch not found".
     03  GL212          pic x(43) value "GL212 Batch not posted - amend it in gl051".
     03  GL213          pic x(34) value "GL213 Batch already reversed by ".
     03  GL214          pic x(42) value "GL214 No postings on file - batch archived".
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
     move     1 to File-Key-No.
*>
*>  First use - the link file is created empty.
*>
     open     i-o Batch-Link-File.
     if       fs-reply = 35
              open output Batch-Link-File.
     close    Batch-Link-File.
*>
 menu-return.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Reverse / Correct A Posted Batch" at 0125 with foreground-color 2.
     perform  zz070-Convert-Date.
     display  ws-date at 0171 with foreground-color 2.
     display  usera at 0301 with foreground-color 2.
     display  "Select one of the following by number :- [ ]" at 0801 with foreground-color 2.
     display  "(1)  Reverse a Posted Batch"            at 1001 with foreground-color 2.
     display  "(2)  Copy a Posted Batch for Correction" at 1101 with foreground-color 2.
     display  "(9)  Return to Transaction Entry"       at 1301 with foreground-color 2.
*>
 menu-input.
     move     zero to menu-reply.
     accept   menu-reply at 0843 with foreground-color 6 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = 9
              go to menu-exit.
     if       menu-reply = 1
              set  GB-Reverse to true
              perform ba000-Process
              go to menu-return.
     if       menu-reply = 2
              set  GB-Correct to true
              perform ba000-Process
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     goback.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Process           section.
*>==============================
*>
*>  The batch keyed, checked and its postings loaded, then the
*>   reversal and / or the correction copy made from them.
*>
     display  " " at 0801 with erase eos.
     if       GB-Reverse
              display "Reverse a Posted Batch" at 0801 with foreground-color 2
     else
              display "Copy a Posted Batch for Correction" at 0801 with foreground-color 2.
     display  "Ledger [1]  Batch [     ]" at 1001 with foreground-color 2.
     move     1 to WS-Orig-Ledger.
*>
 ba010-Key.
     accept   WS-Orig-Ledger at 1009 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     accept   WS-Orig-Batch at 1020 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Orig-Batch = zero
              go to ba999-exit.
     perform  GL-Batch-Open-Input.
     move     WS-Orig-Ledger to WS-Ledger.
     move     WS-Orig-Batch  to WS-Batch-Nos.
     perform  GL-Batch-Read-Indexed.
     if       fs-reply not = zero
              perform GL-Batch-Close
              display GL211 at 2301 with foreground-color 4 highlight
              go to ba010-Key.
     perform  GL-Batch-Close.
     if       not Processed
        and   not Archived
              display GL212 at 2301 with foreground-color 4 highlight
              go to ba010-Key.
*>
     open     input Batch-Link-File.
     move     WS-Batch-Key9 to BLK-Batch-Key9.
     read     Batch-Link-File
              invalid key
              initialize Batch-Link-Record
     end-read
     close    Batch-Link-File.
     if       GB-Reverse
        and   BLK-Reversed-By not = zero
              move BLK-Reversed-By to WS-D-Batch
              display GL213 at 2301 with foreground-color 4 highlight
              display WS-D-Batch at 2333 with foreground-color 4 highlight
              go to ba010-Key.
*>
     perform  bb000-Load-Postings.
     if       WS-Post-Cnt = zero
              display GL214 at 2301 with foreground-color 4 highlight
              go to ba010-Key.
     display  " " at 2301 with erase eol.
*>
     move     description of WS-Batch-Record to WS-Orig-Desc.
     move     actual-gross to WS-Orig-Gross.
     move     actual-vat   to WS-Orig-Vat.
     display  WS-Orig-Desc at 1201 with foreground-color 3.
     display  "Items" at 1301 with foreground-color 2.
     move     WS-Post-Cnt to WS-D-Items.
     display  WS-D-Items at 1314 with foreground-color 3.
     display  "Gross" at 1401 with foreground-color 2.
     move     WS-Orig-Gross to WS-D-Amt.
     display  WS-D-Amt at 1407 with foreground-color 3.
     display  "VAT" at 1501 with foreground-color 2.
     move     WS-Orig-Vat to WS-D-Amt.
     display  WS-D-Amt at 1507 with foreground-color 3.
*>
     move     to-day to ws-test-date.
     perform  zz070-Convert-Date.
     move     ws-date to ws-test-date.
     display  "Date for the new batch [          ]" at 1701 with foreground-color 2.
*>
 ba020-Date.
     accept   ws-test-date at 1725 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              display GL011 at 2301 with foreground-color 4 highlight
              go to ba020-Date.
     display  " " at 2301 with erase eol.
     move     u-bin to WS-Tran-Bin.
     move     u-date (1:6) to WS-Tran-Date (1:6).
     move     u-date (9:2) to WS-Tran-Date (7:2).
*>
     move     zero to WS-Rev-Batch WS-Cor-Batch.
     if       GB-Reverse
              display "Create the reversing batch ? Y/N [ ]" at 1901 with foreground-color 2
              move "N" to ws-reply
              accept ws-reply at 1935 with foreground-color 6 update UPPER
              if   ws-reply not = "Y"
                   go to ba999-exit
              end-if
              perform bc000-Make-Batch
              move WS-New-Batch to WS-Rev-Batch
              display "Also copy the original for its correction ? Y/N [ ]"
                                  at 2001 with foreground-color 2
              move "N" to ws-reply
              accept ws-reply at 2050 with foreground-color 6 update UPPER
     else
              display "Create the correction batch ? Y/N [ ]" at 1901 with foreground-color 2
              move "N" to ws-reply
              accept ws-reply at 1936 with foreground-color 6 update UPPER
     end-if
     if       ws-reply = "Y"
              set  GB-Correct to true
              perform bc000-Make-Batch
              move WS-New-Batch to WS-Cor-Batch.
     perform  bd000-Links.
*>
     display  " " at 1901 with erase eos.
     if       WS-Rev-Batch not = zero
              move WS-Rev-Batch to WS-D-Batch
              display "Reversing batch" at 1901 with foreground-color 2
              display WS-D-Batch at 1922 with foreground-color 3
              display "proofed, ready for posting" at 1929 with foreground-color 2.
     if       WS-Cor-Batch not = zero
              move WS-Cor-Batch to WS-D-Batch
              display "Correction batch" at 2001 with foreground-color 2
              display WS-D-Batch at 2022 with foreground-color 3
              display "open - amend it in Proof/Modify" at 2029 with foreground-color 2.
     display  GL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 ba999-exit.
     exit     section.
*>
 bb000-Load-Postings     section.
*>==============================
*>
     move     zero to WS-Post-Cnt.
     perform  GL-Posting-Open-Input.
     if       fs-reply not = zero
              perform GL-Posting-Close
              go to bb999-exit.
*>
 bb010-Read.
     perform  GL-Posting-Read-Next.
     if       fs-reply not = zero
              go to bb900-Close.
     if       Batch not = WS-Orig-Batch
           or WS-Post-Cnt = 99
              go to bb010-Read.
     add      1 to WS-Post-Cnt.
     move     WS-Posting-Record to GB-Post (WS-Post-Cnt).
     go       to bb010-Read.
*>
 bb900-Close.
     perform  GL-Posting-Close.
*>
 bb999-exit.
     exit     section.
*>
 bc000-Make-Batch        section.
*>==============================
*>
*>  The new batch from the original's header and postings - sides
*>   swapped for a reversal, as they were for a correction copy.
*>
     perform  GL-Batch-Open.
     move     WS-Orig-Ledger to WS-Ledger.
     move     WS-Orig-Batch  to WS-Batch-Nos.
     perform  GL-Batch-Read-Indexed.
     move     next-batch  to  WS-Batch-Nos WS-New-Batch.
     add      1  to  Next-Batch.
     move     zero     to cleared-status proofed posted stored
                          input-gross input-vat actual-gross actual-vat.
     move     scycle   to bcycle.
     move     run-date to entered.
     move     spaces to description.
     move     WS-Orig-Batch to WS-D-Batch.
     if       GB-Reverse
              move 1 to batch-status
              move run-date to proofed
              string "Reversal of batch " WS-D-Batch
                     delimited by size into description
     else
              move 0 to batch-status
              string "Corrects batch " WS-D-Batch
                     delimited by size into description.
     move     WS-Post-Cnt to items.
     move     usera to  Batch-User.
     move     zero  to  Batch-Term.
     add      postings  1  giving  batch-start.
*>
     perform  GL-Posting-Open.
     if       fs-reply not = zero
              perform GL-Posting-Close
              perform GL-Posting-Open-Output.
     move     1 to WS-Px.
*>
 bc010-Post.
     move     GB-Post (WS-Px) to WS-Posting-Record.
     move     WS-New-Batch to batch.
     move     WS-Px        to post-number.
     add      batch-start WS-Px giving rrn.
     move     RRN          to WS-Post-rrn.
     move     WS-Tran-Date to post-date.
     move     post-legend  to WS-Save-Legend.
     move     spaces to post-legend.
     if       GB-Reverse
              string "Rev " WS-D-Batch " " WS-Save-Legend
                     delimited by size into post-legend
              move post-dr to WS-Save-DR
              move dr-pc   to WS-Save-PC
              move post-cr to post-dr
              move cr-pc   to dr-pc
              move WS-Save-DR to post-cr
              move WS-Save-PC to cr-pc
              if   post-vat-side = "DR"
                   move "CR" to post-vat-side
              else
               if  post-vat-side = "CR"
                   move "DR" to post-vat-side
               end-if
              end-if
     else
              string "Cor " WS-D-Batch " " WS-Save-Legend
                     delimited by size into post-legend.
     perform  GL-Posting-Write.
     add      post-amount to input-gross actual-gross.
     add      vat-amount  to input-vat actual-vat.
     add      1 to WS-Px.
     if       WS-Px not > WS-Post-Cnt
              go to bc010-Post.
*>
     perform  GL-Posting-Close.
     perform  GL-Batch-Write.
     add      WS-Post-Cnt to postings.
     perform  GL-Batch-Close.
     perform  gj000-Approval-Check.
*>
 bc999-exit.
     exit     section.
*>
 bd000-Links             section.
*>==============================
*>
*>  Original -> reversed / corrected by, and each new batch back to it.
*>
     open     i-o Batch-Link-File.
     move     WS-Orig-Ledger to WS-Ledger.
     move     WS-Orig-Batch  to WS-Batch-Nos.
     move     WS-Batch-Key9 to BLK-Batch-Key9.
     read     Batch-Link-File
              invalid key
              initialize Batch-Link-Record
              move WS-Batch-Key9 to BLK-Batch-Key9
              write Batch-Link-Record
     end-read
     if       WS-Rev-Batch not = zero
              move WS-Rev-Batch to BLK-Reversed-By
              move WS-Tran-Bin  to BLK-Reversed-Date
              move usera        to BLK-Reversed-User.
     if       WS-Cor-Batch not = zero
              move WS-Cor-Batch to BLK-Corrected-By
              move WS-Tran-Bin  to BLK-Corrected-Date.
     rewrite  Batch-Link-Record.
*>
     if       WS-Rev-Batch not = zero
              move WS-Rev-Batch to WS-Batch-Nos
              initialize Batch-Link-Record
              move WS-Batch-Key9 to BLK-Batch-Key9
              move WS-Orig-Batch to BLK-Reversal-Of
              write Batch-Link-Record
                    invalid key
                    rewrite Batch-Link-Record
              end-write
     end-if
     if       WS-Cor-Batch not = zero
              move WS-Cor-Batch to WS-Batch-Nos
              initialize Batch-Link-Record
              move WS-Batch-Key9 to BLK-Batch-Key9
              move WS-Orig-Batch to BLK-Correction-Of
              write Batch-Link-Record
                    invalid key
                    rewrite Batch-Link-Record
              end-write
     end-if
     close    Batch-Link-File.
*>
 bd999-exit.
     exit     section.
*>
 gj000-Approval-Check    section.
*>==============================
*>
*>  As gl050 - a new batch above the gl098 threshold is held Pending
*>   until a second user approves it.
*>
     open     i-o GJ-Approval-File.
     if       fs-reply not = zero
              go to gj999-exit.
     move     zero to GJA-Batch-Key9.
     read     GJ-Approval-File
              invalid key
              close GJ-Approval-File
              go to gj999-exit
     end-read
     if       GJA-Value = zero
           or input-gross not > GJA-Value
              close GJ-Approval-File
              go to gj999-exit.
*>
     move     WS-Batch-Key9 to GJA-Batch-Key9.
     move     "P"           to GJA-Status.
     move     input-gross   to GJA-Value.
     move     Usera         to GJA-User.
     move     spaces        to GJA-Approver.
     accept   GJA-Date from date YYYYMMDD.
     write    GJ-Approval-Record
              invalid key
              rewrite GJ-Approval-Record
     end-write
     close    GJ-Approval-File.
     display  "Batch held for approval (gl098) - above threshold."
                        at 2301 with foreground-color 4 highlight.
*>
 gj999-exit.
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
     perform  maps03.
*>
 zz050-exit.
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
 maps03       section.
*>*******************
*>
     call     "maps04"  using  maps03-ws.
*>
 maps04-exit.
     exit     section.
*>
 copy "Proc-ACAS-FH-Calls.cob".
*>
