       >>source free
*>*********************************************
*>                                            *
*>        Journal Entry Risk Testing          *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         xl158.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            The auditors' journal analytics run in
*>                        house.  Over a date range, reads the GL
*>                        posting file and the IRS posting file (the
*>                        ledgers' postings to IRS) and flags each
*>                        posting that is -
*>                         R  a round sum (exact multiple of the unit
*>                            keyed, default 1,000),
*>                         W  dated on a Saturday or Sunday,
*>                         H  dated on one of the holidays keyed,
*>                         U  in a manual GL batch set up by a user
*>                            who set up no more than the keyed number
*>                            of GL batches in the range (Batch-User),
*>                         N  to a nominal used no more than the keyed
*>                            number of times in the range,
*>                         T  just under the gl098 journal approval
*>                            threshold - the batch gross or the
*>                            posting within the keyed percentage
*>                            below it.
*>                        Then the counts by flag, the rare users and
*>                        a Benford first digit table of Post-Amount
*>                        against the expected log curve with a
*>                        z-score for each digit, those over 1.96
*>                        starred.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04.
*>                        acas006/007/008 FHs.
*>**
*>    Error messages used.
*>                        XL203    Invalid date.
*>                        XL208    Nominal table full - rest not counted.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for journal entry risk testing.
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
 copy "selgja.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdprint.cob".
 copy "fdgja.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "XL158 (3.02.00)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
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
     03  ws-reply        pic x.
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  WS-Date-8       pic 9(8)         value zero.
     03  WS-From-8       pic 9(8)         value zero.
     03  WS-To-8         pic 9(8)         value zero.
     03  WS-From-Bin     binary-long      value zero.
     03  WS-To-Bin       binary-long      value zero.
     03  WS-Post-Bin     binary-long      value zero.
     03  WS-Round-Unit   pic 9(5)         value 1000.
     03  WS-Rare-Users   pic 99           value 3.
     03  WS-Rare-Noms    pic 99           value 3.
     03  WS-Band-Pct     pic 99           value 10.
     03  WS-Threshold    pic s9(9)v99  comp-3 value zero.
     03  WS-Band-Low     pic s9(9)v99  comp-3 value zero.
     03  WS-Abs-Amount   pic s9(9)v99  comp-3 value zero.
     03  WS-Amount       pic s9(9)v99  comp-3 value zero.
     03  WS-Quot         pic s9(9)     comp-3 value zero.
     03  WS-Rem          pic s9(9)v99  comp-3 value zero.
     03  WS-Dow          pic 9            value zero.
     03  WS-Weeks        binary-long      value zero.
     03  WS-Src          pic x            value space.
     03  WS-Batch-In     pic 9(5)         value zero.
     03  WS-Post-No-In   pic 9(5)         value zero.
     03  WS-DR           pic 9(6)         value zero.
     03  WS-CR           pic 9(6)         value zero.
     03  WS-Legend       pic x(32)        value spaces.
     03  WS-Date-In      pic x(8)         value spaces.
     03  WS-User         pic x(32)        value spaces.
     03  WS-Last-Batch   pic 9(5)         value zero.
     03  WS-Batch-Gross  pic s9(9)v99  comp-3 value zero.
     03  WS-Flags        pic x(6)         value spaces.
     03  WS-Nom          pic 9(6)         value zero.
     03  WS-Nx           pic 9(4)         value zero.
     03  WS-Nom-Cnt      pic 9(4)         value zero.
     03  WS-Nom-Full     pic x            value "N".
     03  WS-Ux           pic 9(3)         value zero.
     03  WS-User-Cnt     pic 9(3)         value zero.
     03  WS-Hx           pic 99           value zero.
     03  WS-Hol-Cnt      pic 99           value zero.
     03  WS-Dx           pic 99           value zero.
     03  WS-Lead         pic 99           value zero.
     03  WS-Digit        pic 9            value zero.
     03  WS-Amount-X     pic 9(9)v99      value zero.
     03  WS-Amount-Xr redefines WS-Amount-X
                         pic x(11).
     03  WS-Pass         pic 9            value zero.
     03  WS-Tested       pic 9(7)         value zero.
     03  WS-Flagged      pic 9(7)         value zero.
     03  WS-Benford-N    pic 9(7)         value zero.
     03  WS-Actual-Pct   pic s999v999  comp-3 value zero.
     03  WS-Z            pic s999v99   comp-3 value zero.
     03  WS-Work         pic s9v9(6)   comp-3 value zero.
     03  WS-Work-2       pic s9v9(6)   comp-3 value zero.
     03  WS-Stars        pic 99           value zero.
*>
*>  Flag letters and their counts, R W H U N T.
*>
 01  WS-Flag-Letters     pic x(6)         value "RWHUNT".
 01  WS-Flag-Totals.
     03  WS-FT                        occurs 6.
         05  WS-FT-Cnt       pic 9(7).
         05  WS-FT-Val       pic s9(11)v99 comp-3.
*>
 01  WS-Flag-Names.
     03  filler          pic x(36)  value "R  Round sum".
     03  filler          pic x(36)  value "W  Weekend dated".
     03  filler          pic x(36)  value "H  Holiday dated".
     03  filler          pic x(36)  value "U  Manual batch by a rare user".
     03  filler          pic x(36)  value "N  Seldom used nominal".
     03  filler          pic x(36)  value "T  Just under approval threshold".
 01  filler redefines WS-Flag-Names.
     03  WS-Flag-Name    pic x(36)    occurs 6.
*>
 01  WS-Holidays.
     03  WS-Hol-Bin      binary-long      occurs 20.
*>
*>  Nominal usage in the range - G = GL, I = IRS nominal.
*>
 01  WS-Nominals.
     03  WS-NM                        occurs 3000.
         05  WS-NM-Src       pic x.
         05  WS-NM-Acct      pic 9(6).
         05  WS-NM-Cnt       pic 9(5).
*>
*>  GL batches set up in the range by each user.
*>
 01  WS-Users.
     03  WS-US                        occurs 200.
         05  WS-US-User      pic x(32).
         05  WS-US-Batches   pic 9(5).
*>
*>  Benford - log10 (1 + 1/d) as a percentage.
*>
 01  WS-Benford-Expected.
     03  filler          pic 99v9     value 30.1.
     03  filler          pic 99v9     value 17.6.
     03  filler          pic 99v9     value 12.5.
     03  filler          pic 99v9     value 09.7.
     03  filler          pic 99v9     value 07.9.
     03  filler          pic 99v9     value 06.7.
     03  filler          pic 99v9     value 05.8.
     03  filler          pic 99v9     value 05.1.
     03  filler          pic 99v9     value 04.6.
 01  filler redefines WS-Benford-Expected.
     03  WS-BE-Pct       pic 99v9     occurs 9.
*>
 01  WS-Benford-Counts.
     03  WS-BC-Cnt       pic 9(7)     occurs 9.
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
     03  XL208          pic x(45) value "XL208 Nominal table full - rest not counted".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(52)       value spaces.
     03  filler          pic x(24)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-1b.
     03  filler          pic x(12)       value "Postings".
     03  l1b-from        pic x(10).
     03  filler          pic x(4)        value " to".
     03  l1b-to          pic x(10).
     03  filler          pic x(15)       value "   Round unit".
     03  l1b-unit        pic zz,zz9.
     03  filler          pic x(14)       value "  Rare user <=".
     03  l1b-users       pic z9.
     03  filler          pic x(17)       value "  Rare nominal <=".
     03  l1b-noms        pic z9.
     03  filler          pic x(13)       value "  Threshold".
     03  l1b-thresh      pic z(8)9.99.
     03  filler          pic x(6)        value " less".
     03  l1b-band        pic z9.
     03  filler          pic x           value "%".
*>
 01  line-2.
     03  filler          pic x(66)       value
         "Src Batch Post  Date      DR Nom  CR Nom          Amount  User".
     03  filler          pic x(66)       value
         "                Flags   Legend".
*>
 01  line-3.
     03  l3-src          pic x(4).
     03  l3-batch        pic z(4)9b.
     03  l3-post         pic z(4)9b.
     03  l3-date         pic x(10).
     03  l3-dr           pic z(5)9bb.
     03  l3-cr           pic z(5)9bb.
     03  l3-amount       pic -(8)9.99.
     03  filler          pic xx.
     03  l3-user         pic x(30).
     03  filler          pic xx.
     03  l3-flags        pic x(6).
     03  filler          pic xx.
     03  l3-legend       pic x(32).
*>
 01  line-5.
     03  l5-lit          pic x(44).
     03  l5-cnt          pic z,zzz,zz9.
     03  filler          pic x(4)        value spaces.
     03  l5-val          pic -(11)9.99.
*>
 01  line-6.
     03  filler          pic x(5)        value spaces.
     03  l6-digit        pic 9.
     03  filler          pic x(4)        value spaces.
     03  l6-cnt          pic z,zzz,zz9.
     03  filler          pic x(3)        value spaces.
     03  l6-actual       pic zz9.9.
     03  filler          pic x(4)        value spaces.
     03  l6-expected     pic z9.9.
     03  filler          pic x(4)        value spaces.
     03  l6-z            pic -zz9.99.
     03  filler          pic x(3)        value spaces.
     03  l6-mark         pic x(4).
     03  l6-bar          pic x(60).
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
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Journal Entry Risk Testing" at 0127 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
     move     to-day (7:4) to WS-To-8 (1:4).
     move     to-day (4:2) to WS-To-8 (5:2).
     move     to-day (1:2) to WS-To-8 (7:2).
     move     WS-To-8 to WS-From-8.
     move     01 to WS-From-8 (7:2).
     display  "From date (ccyymmdd)               [        ]" at 0501 with foreground-color 2.
     display  "To date   (ccyymmdd)               [        ]" at 0601 with foreground-color 2.
     display  "Round sum unit                     [     ]"    at 0701 with foreground-color 2.
     display  "Rare user - GL batches up to       [  ]"       at 0801 with foreground-color 2.
     display  "Seldom nominal - postings up to    [  ]"       at 0901 with foreground-color 2.
     display  "Under approval threshold by up to  [  ] %"     at 1001 with foreground-color 2.
     display  "Holiday date (ccyymmdd, 0 = end)   [        ]" at 1201 with foreground-color 2.
*>
 Get-From.
     accept   WS-From-8 at 0537 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Menu-Exit.
     move     WS-From-8 to WS-Date-8.
     perform  zz050-Date-8-To-Bin.
     if       u-bin = zero
              display XL203 at 2301 with foreground-color 4 highlight
              go to Get-From.
     move     u-bin to WS-From-Bin.
*>
 Get-To.
     accept   WS-To-8 at 0637 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Menu-Exit.
     move     WS-To-8 to WS-Date-8.
     perform  zz050-Date-8-To-Bin.
     if       u-bin = zero
           or u-bin < WS-From-Bin
              display XL203 at 2301 with foreground-color 4 highlight
              go to Get-To.
     display  " " at 2301 with erase eol.
     move     u-bin to WS-To-Bin.
*>
 Get-Unit.
     accept   WS-Round-Unit at 0737 with foreground-color 3 update.
     if       WS-Round-Unit = zero
              go to Get-Unit.
     accept   WS-Rare-Users at 0837 with foreground-color 3 update.
     accept   WS-Rare-Noms  at 0937 with foreground-color 3 update.
     accept   WS-Band-Pct   at 1037 with foreground-color 3 update.
     move     zero to WS-Hol-Cnt.
*>
 Get-Holiday.
     move     zero to WS-Date-8.
     accept   WS-Date-8 at 1237 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Menu-Exit.
     if       WS-Date-8 = zero
              go to Get-Run.
     perform  zz050-Date-8-To-Bin.
     if       u-bin = zero
              display XL203 at 2301 with foreground-color 4 highlight
              go to Get-Holiday.
     display  " " at 2301 with erase eol.
     add      1 to WS-Hol-Cnt.
     move     u-bin to WS-Hol-Bin (WS-Hol-Cnt).
     display  WS-Hol-Cnt at 1248 with foreground-color 3.
     display  "entered" at 1251 with foreground-color 2.
     if       WS-Hol-Cnt < 20
              go to Get-Holiday.
*>
 Get-Run.
     display  "Working ..." at 1501 with foreground-color 2.
     perform  ba000-Threshold.
     perform  bb000-Batch-Users.
     initialize WS-Flag-Totals WS-Benford-Counts.
     move     zero to WS-Tested WS-Flagged WS-Benford-N.
*>
*>  Pass 1 counts the nominals used, pass 2 tests and prints.
*>
     move     zero to WS-Nom-Cnt.
     move     "N"  to WS-Nom-Full.
     perform  GL-Batch-Open-Input.
     move     1 to WS-Pass.
     perform  ca000-GL-Postings.
     perform  da000-IRS-Postings.
     if       WS-Nom-Full = "Y"
              display XL208 at 2301 with foreground-color 4 highlight.
*>
     open     output print-file.
     move     zero to page-nos.
     perform  fa000-Headings.
     move     2 to WS-Pass.
     perform  ca000-GL-Postings.
     perform  da000-IRS-Postings.
     perform  GL-Batch-Close.
     perform  ga000-Summary.
     perform  ha000-Benford.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     display  "Journal risk report printed." at 1501 with foreground-color 2 erase eol.
     display  "Hit return" at 2401 with foreground-color 2.
     accept   ws-reply at 2412.
*>
 Menu-Exit.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Threshold         section.
*>==============================
*>
*>  The gl098 approval threshold - batches over it need approving,
*>   so the band tested is from Band-Pct below it up to it.
*>
     move     zero to WS-Threshold WS-Band-Low.
     open     input GJ-Approval-File.
     if       fs-reply not = zero
              go to ba999-exit.
     move     zero to GJA-Batch-Key9.
     read     GJ-Approval-File
              invalid key
              move zero to GJA-Value
     end-read
     move     GJA-Value to WS-Threshold.
     close    GJ-Approval-File.
     compute  WS-Band-Low = WS-Threshold
                          - (WS-Threshold * WS-Band-Pct / 100).
*>
 ba999-exit.
     exit     section.
*>
 bb000-Batch-Users       section.
*>==============================
*>
*>  Manual (GL) batches set up in the range, counted by Batch-User.
*>
     move     zero to WS-User-Cnt.
     perform  GL-Batch-Open-Input.
     if       fs-reply not = zero
              go to bb999-exit.
*>
 bb010-Read.
     perform  GL-Batch-Read-Next.
     if       fs-reply not = zero
              go to bb900-Close.
     if       not GL-Batch
           or Entered < WS-From-Bin
           or Entered > WS-To-Bin
              go to bb010-Read.
     move     Batch-User to WS-User.
     perform  bc000-Find-User.
     if       WS-Ux = zero
        and   WS-User-Cnt < 200
              add  1 to WS-User-Cnt
              move WS-User-Cnt to WS-Ux
              move WS-User to WS-US-User (WS-Ux)
              move zero to WS-US-Batches (WS-Ux).
     if       WS-Ux not = zero
              add 1 to WS-US-Batches (WS-Ux).
     go       to bb010-Read.
*>
 bb900-Close.
     perform  GL-Batch-Close.
*>
 bb999-exit.
     exit     section.
*>
 bc000-Find-User         section.
*>==============================
*>
     move     1 to WS-Ux.
*>
 bc010-Look.
     if       WS-Ux > WS-User-Cnt
              move zero to WS-Ux
              go to bc999-exit.
     if       WS-US-User (WS-Ux) = WS-User
              go to bc999-exit.
     add      1 to WS-Ux.
     go       to bc010-Look.
*>
 bc999-exit.
     exit     section.
*>
 ca000-GL-Postings       section.
*>==============================
*>
     move     zero to WS-Last-Batch.
     perform  GL-Posting-Open-Input.
     if       fs-reply not = zero
              go to ca999-exit.
*>
 ca010-Read.
     perform  GL-Posting-Read-Next.
     if       fs-reply not = zero
              go to ca900-Close.
     if       WS-Post-Key = zero
              go to ca010-Read.
     move     Post-Date to WS-Date-In.
     perform  zz040-Post-Date-To-Bin.
     if       WS-Post-Bin = zero
           or WS-Post-Bin < WS-From-Bin
           or WS-Post-Bin > WS-To-Bin
              go to ca010-Read.
     move     "G"          to WS-Src.
     move     Batch        to WS-Batch-In.
     move     Post-Number  to WS-Post-No-In.
     move     Post-DR      to WS-DR.
     move     Post-CR      to WS-CR.
     move     Post-Amount  to WS-Amount.
     move     Post-Legend  to WS-Legend.
*>
*>  Who set the batch up and its gross - the approval is on that.
*>
     if       Batch not = WS-Last-Batch
              move Batch to WS-Last-Batch
              move spaces to WS-User
              move zero to WS-Batch-Gross
              move 1 to WS-Ledger
              move Batch to WS-Batch-Nos
              perform GL-Batch-Read-Indexed
              if   fs-reply = zero
                   move Batch-User  to WS-User
                   move Input-Gross to WS-Batch-Gross
              end-if
     end-if
     perform  ea000-Test-Posting.
     go       to ca010-Read.
*>
 ca900-Close.
     perform  GL-Posting-Close.
*>
 ca999-exit.
     exit     section.
*>
 da000-IRS-Postings      section.
*>==============================
*>
*>  Ledger postings to IRS - system generated, so no user or
*>   approval tests.
*>
     perform  SPL-Posting-Open-Input.
     if       fs-reply not = zero
              go to da999-exit.
*>
 da010-Read.
     perform  SPL-Posting-Read-Next.
     if       fs-reply not = zero
              go to da900-Close.
     if       WS-IRS-Post-Key = zero
              go to da010-Read.
     move     WS-IRS-Post-Date to WS-Date-In.
     perform  zz040-Post-Date-To-Bin.
     if       WS-Post-Bin = zero
           or WS-Post-Bin < WS-From-Bin
           or WS-Post-Bin > WS-To-Bin
              go to da010-Read.
     move     "I"                 to WS-Src.
     move     WS-IRS-Batch        to WS-Batch-In.
     move     WS-IRS-Post-Number  to WS-Post-No-In.
     move     WS-IRS-Post-DR      to WS-DR.
     move     WS-IRS-Post-CR      to WS-CR.
     move     WS-IRS-Post-Amount  to WS-Amount.
     move     WS-IRS-Post-Legend  to WS-Legend.
     move     spaces to WS-User.
     move     zero   to WS-Batch-Gross.
     perform  ea000-Test-Posting.
     go       to da010-Read.
*>
 da900-Close.
     perform  SPL-Posting-Close.
*>
 da999-exit.
     exit     section.
*>
 ea000-Test-Posting      section.
*>==============================
*>
*>  Pass 1 - count the DR and CR nominals.  Pass 2 - the tests.
*>
     if       WS-Pass = 1
              move WS-DR to WS-Nom
              perform eb000-Count-Nominal
              move WS-CR to WS-Nom
              perform eb000-Count-Nominal
              go to ea999-exit.
*>
     add      1 to WS-Tested.
     move     spaces to WS-Flags.
     move     WS-Amount to WS-Abs-Amount.
     if       WS-Abs-Amount < zero
              multiply -1 by WS-Abs-Amount.
*>
     divide   WS-Abs-Amount by WS-Round-Unit giving WS-Quot
                                             remainder WS-Rem.
     if       WS-Abs-Amount not = zero
        and   WS-Rem = zero
              move "R" to WS-Flags (1:1).
*>
*>  maps04 days are from Mon 01/01/1601 as day 1, so 0 = Sunday.
*>
     divide   WS-Post-Bin by 7 giving WS-Weeks remainder WS-Dow.
     if       WS-Dow = 0 or = 6
              move "W" to WS-Flags (2:1).
     move     1 to WS-Hx.
*>
 ea010-Holiday.
     if       WS-Hx > WS-Hol-Cnt
              go to ea020-User.
     if       WS-Hol-Bin (WS-Hx) = WS-Post-Bin
              move "H" to WS-Flags (3:1)
              go to ea020-User.
     add      1 to WS-Hx.
     go       to ea010-Holiday.
*>
 ea020-User.
     if       WS-Src = "G"
        and   WS-User not = spaces
              perform bc000-Find-User
              if   WS-Ux not = zero
               and WS-US-Batches (WS-Ux) not > WS-Rare-Users
                   move "U" to WS-Flags (4:1)
              end-if
     end-if
     move     WS-DR to WS-Nom.
     perform  ec000-Find-Nominal.
     if       WS-Nx not = zero
        and   WS-NM-Cnt (WS-Nx) not > WS-Rare-Noms
              move "N" to WS-Flags (5:1).
     move     WS-CR to WS-Nom.
     perform  ec000-Find-Nominal.
     if       WS-Nx not = zero
        and   WS-NM-Cnt (WS-Nx) not > WS-Rare-Noms
              move "N" to WS-Flags (5:1).
     if       WS-Src = "G"
        and   WS-Threshold not = zero
        and   ((WS-Batch-Gross not < WS-Band-Low
        and     WS-Batch-Gross not > WS-Threshold)
         or    (WS-Abs-Amount  not < WS-Band-Low
        and     WS-Abs-Amount  not > WS-Threshold))
              move "T" to WS-Flags (6:1).
*>
     perform  ed000-Benford-Digit.
     if       WS-Flags = spaces
              go to ea999-exit.
*>
     add      1 to WS-Flagged.
     move     1 to WS-Dx.
*>
 ea030-Totals.
     if       WS-Flags (WS-Dx:1) not = space
              add 1 to WS-FT-Cnt (WS-Dx)
              add WS-Abs-Amount to WS-FT-Val (WS-Dx).
     add      1 to WS-Dx.
     if       WS-Dx not > 6
              go to ea030-Totals.
*>
     move     spaces to line-3.
     if       WS-Src = "G"
              move "GL"  to l3-src
     else
              move "IRS" to l3-src.
     move     WS-Batch-In   to l3-batch.
     move     WS-Post-No-In to l3-post.
     move     WS-Post-Bin   to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date       to l3-date.
     move     WS-DR         to l3-dr.
     move     WS-CR         to l3-cr.
     move     WS-Amount     to l3-amount.
     move     WS-User       to l3-user.
     move     WS-Flags      to l3-flags.
     move     WS-Legend     to l3-legend.
     if       line-cnt > Page-Lines - 2
              perform fa000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
*>
 ea999-exit.
     exit     section.
*>
 eb000-Count-Nominal     section.
*>==============================
*>
     if       WS-Nom = zero
              go to eb999-exit.
     perform  ec000-Find-Nominal.
     if       WS-Nx not = zero
              add 1 to WS-NM-Cnt (WS-Nx)
              go to eb999-exit.
     if       WS-Nom-Cnt not < 3000
              move "Y" to WS-Nom-Full
              go to eb999-exit.
     add      1 to WS-Nom-Cnt.
     move     WS-Src to WS-NM-Src  (WS-Nom-Cnt).
     move     WS-Nom to WS-NM-Acct (WS-Nom-Cnt).
     move     1      to WS-NM-Cnt  (WS-Nom-Cnt).
*>
 eb999-exit.
     exit     section.
*>
 ec000-Find-Nominal      section.
*>==============================
*>
     move     1 to WS-Nx.
*>
 ec010-Look.
     if       WS-Nx > WS-Nom-Cnt
              move zero to WS-Nx
              go to ec999-exit.
     if       WS-NM-Acct (WS-Nx) = WS-Nom
        and   WS-NM-Src  (WS-Nx) = WS-Src
              go to ec999-exit.
     add      1 to WS-Nx.
     go       to ec010-Look.
*>
 ec999-exit.
     exit     section.
*>
 ed000-Benford-Digit     section.
*>==============================
*>
*>  First significant digit of the amount, zero amounts ignored.
*>
     if       WS-Abs-Amount = zero
              go to ed999-exit.
     move     WS-Abs-Amount to WS-Amount-X.
     move     zero to WS-Lead.
     inspect  WS-Amount-Xr tallying WS-Lead for leading "0".
     move     WS-Amount-Xr (WS-Lead + 1:1) to WS-Digit.
     if       WS-Digit = zero
              go to ed999-exit.
     add      1 to WS-BC-Cnt (WS-Digit).
     add      1 to WS-Benford-N.
*>
 ed999-exit.
     exit     section.
*>
 fa000-Headings          section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     move     "Journal Entry Risk Testing" to l1-title.
     move     WS-From-Bin to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l1b-from.
     move     WS-To-Bin to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l1b-to.
     move     WS-Round-Unit to l1b-unit.
     move     WS-Rare-Users to l1b-users.
     move     WS-Rare-Noms  to l1b-noms.
     move     WS-Threshold  to l1b-thresh.
     move     WS-Band-Pct   to l1b-band.
     write    print-record from line-1 after page.
     write    print-record from line-1b after 1.
     write    print-record from line-2 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     5 to line-cnt.
*>
 fa999-exit.
     exit     section.
*>
 ga000-Summary           section.
*>==============================
*>
     move     spaces to print-record.
     move     "Postings tested" to l5-lit.
     move     WS-Tested to l5-cnt.
     move     zero to l5-val.
     write    print-record from line-5 after 3.
     move     "Postings flagged" to l5-lit.
     move     WS-Flagged to l5-cnt.
     write    print-record from line-5 after 1.
     move     spaces to print-record.
     write    print-record after 1.
     move     1 to WS-Dx.
*>
 ga010-Flag.
     move     WS-Flag-Name (WS-Dx) to l5-lit.
     move     WS-FT-Cnt (WS-Dx)    to l5-cnt.
     move     WS-FT-Val (WS-Dx)    to l5-val.
     write    print-record from line-5 after 1.
     add      1 to WS-Dx.
     if       WS-Dx not > 6
              go to ga010-Flag.
     if       WS-Threshold = zero
              move "(No approval threshold set - T not tested)" to print-record
              write print-record after 1.
*>
     move     spaces to print-record.
     move     "GL batch users in the range  (* = rare)" to print-record.
     write    print-record after 2.
     move     1 to WS-Ux.
*>
 ga020-User.
     if       WS-Ux > WS-User-Cnt
              go to ga999-exit.
     move     spaces to line-5.
     move     WS-US-User (WS-Ux) to l5-lit.
     move     WS-US-Batches (WS-Ux) to l5-cnt.
     move     zero to l5-val.
     if       WS-US-Batches (WS-Ux) not > WS-Rare-Users
              move "*" to l5-lit (44:1).
     write    print-record from line-5 (1:53) after 1.
     add      1 to WS-Ux.
     go       to ga020-User.
*>
 ga999-exit.
     exit     section.
*>
 ha000-Benford           section.
*>==============================
*>
*>  z = (|p - pe| - 1/2n) / sqrt (pe (1 - pe) / n), over 1.96 is
*>   outside the 95% band.  Bar is one * per percent.
*>
     move     spaces to print-record.
     move     "Benford first digit test of Post-Amount" to print-record.
     write    print-record after 3.
     move     "Digit      Count   Actual %  Expected %   z      " to print-record.
     write    print-record after 2.
     if       WS-Benford-N = zero
              go to ha999-exit.
     move     1 to WS-Dx.
*>
 ha010-Digit.
     move     spaces to line-6.
     move     WS-Dx to l6-digit.
     move     WS-BC-Cnt (WS-Dx) to l6-cnt.
     compute  WS-Actual-Pct rounded = WS-BC-Cnt (WS-Dx) * 100 / WS-Benford-N.
     move     WS-Actual-Pct to l6-actual.
     move     WS-BE-Pct (WS-Dx) to l6-expected.
     compute  WS-Work = WS-BE-Pct (WS-Dx) / 100.
     compute  WS-Work-2 = WS-Actual-Pct / 100 - WS-Work.
     if       WS-Work-2 < zero
              multiply -1 by WS-Work-2.
     compute  WS-Z rounded = (WS-Work-2 - (1 / (2 * WS-Benford-N)))
                           / ((WS-Work * (1 - WS-Work) / WS-Benford-N) ** 0.5).
     if       WS-Z < zero
              move zero to WS-Z.
     move     WS-Z to l6-z.
     if       WS-Z > 1.96
              move "**" to l6-mark.
     move     WS-Actual-Pct to WS-Stars.
     if       WS-Stars > 60
              move 60 to WS-Stars.
     if       WS-Stars not = zero
              move all "*" to l6-bar (1:WS-Stars).
     move     WS-BE-Pct (WS-Dx) to WS-Stars.
     if       WS-Stars not = zero
              move "|" to l6-bar (WS-Stars:1).
     write    print-record from line-6 after 1.
     add      1 to WS-Dx.
     if       WS-Dx not > 9
              go to ha010-Digit.
     move     spaces to print-record.
     move     "Bar = actual %, | = expected, ** = z over 1.96" to print-record.
     write    print-record after 2.
*>
 ha999-exit.
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
