       >>source free
*>*********************************************
*>                                            *
*>   Clearing / Suspense Account Open Items   *
*>        Matching And Aging                  *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         xl159.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Suspense, wages control, cash in transit and
*>                        the like should net off - this holds their
*>                        postings as open items so they can be ticked
*>                        off on the system instead of on paper.
*>                        (1) Flags (or unflags) a GL or IRS nominal as
*>                        a clearing account.
*>                        (2) Loads the postings to every flagged
*>                        account from the GL and IRS posting files as
*>                        open items, DR plus and CR minus, keyed on
*>                        the posting so running it again only adds
*>                        the new ones - run it before each batch of
*>                        postings is archived.
*>                        (3) Matches automatically - first all open
*>                        items of one account sharing a reference
*>                        (the posting legend) that net to zero, then
*>                        a debit against the oldest credit of the
*>                        same amount.
*>                        (4) Matches by hand on screen - tick items
*>                        till they net to zero then match them.
*>                        (5) Aged report of what is left per account
*>                        in 30 day bands to a date, the oldest item
*>                        starred, the open item total against the GL
*>                        nominal balance.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04.
*>                        acas005/006/008 FHs.
*>**
*>    Error messages used.
*>                        XL203    Invalid date.
*>                        XL209    Not a clearing account.
*>                        XL210    Ticked items do not net to zero.
*>                        XL211    Item table full - rest not shown.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for clearing account matching.
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
 copy "selclr.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdprint.cob".
 copy "fdclr.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "XL159 (3.02.00)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wsledger.cob".
 copy "wspost.cob".
 copy "wspost-irs.cob".
*>
*> REMARK OUT ANY IN USE
*>
 01  Dummies-4-Unused-ACAS-FH-Calls.      *> Call blk at zz080-ACAS-Calls
     03  Default-Record         pic x.
     03  Final-Record           pic x.
     03  System-Record-4        pic x.
*>     03  WS-Ledger-Record       pic x.
*>     03  WS-Posting-Record      pic x.
     03  WS-Batch-Record        pic x.
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
     03  menu-reply      pic x.
     03  ws-reply        pic x.
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  WS-Src          pic x            value "G".
     03  WS-Account      pic 9(6)         value zero.
     03  WS-Name         pic x(24)        value spaces.
     03  WS-Found        pic x            value "N".
     03  WS-Date-8       pic 9(8)         value zero.
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Today-8      pic 9(8)         value zero.
     03  WS-Age-Bin      binary-long      value zero.
     03  WS-Age-8        pic 9(8)         value zero.
     03  WS-Date-In      pic x(8)         value spaces.
     03  WS-Age-Days     binary-long      value zero.
     03  WS-Band         pic 9            value zero.
     03  WS-Row          pic 99           value zero.
     03  WS-Ax           pic 999          value zero.
     03  WS-Acct-Cnt     pic 999          value zero.
     03  WS-Ix           pic 9(4)         value zero.
     03  WS-Jx           pic 9(4)         value zero.
     03  WS-It-Cnt       pic 9(4)         value zero.
     03  WS-Top          pic 9(4)         value zero.
     03  WS-Pick         pic 9(4)         value zero.
     03  WS-Ticked       pic 9(4)         value zero.
     03  WS-Oldest       pic 9(4)         value zero.
     03  WS-Group-Cnt    pic 9(4)         value zero.
     03  WS-Group-Tot    pic s9(9)v99  comp-3 value zero.
     03  WS-Tick-Tot     pic s9(9)v99  comp-3 value zero.
     03  WS-Acct-Tot     pic s9(9)v99  comp-3 value zero.
     03  WS-Ledger-Bal   pic s9(9)v99  comp-3 value zero.
     03  WS-Next-Match   pic 9(6)         value zero.
     03  WS-Matched      pic 9(5)         value zero.
     03  WS-Loaded       pic 9(5)         value zero.
     03  WS-Table-Full   pic x            value "N".
     03  WS-Amt-Neg      pic s9(9)v99  comp-3 value zero.
     03  WS-D-Amt        pic -(9)9.99.
     03  WS-D-Cnt        pic zzzz9.
     03  WS-D-Item       pic zzz9.
     03  WS-Hold-Acct    pic x(7)         value spaces.
*>
*>  Flagged accounts, as loaded for the harvest.
*>
 01  WS-Accounts.
     03  WS-AC                        occurs 200.
         05  WS-AC-Src       pic x.
         05  WS-AC-Account   pic 9(6).
*>
*>  Open items of the account being matched or reported.
*>
 01  WS-Items.
     03  WS-IT                        occurs 2000.
         05  WS-IT-Key       pic x(18).
         05  WS-IT-Date      binary-long.
         05  WS-IT-Ref       pic x(32).
         05  WS-IT-Amount    pic s9(9)v99  comp-3.
         05  WS-IT-Match     pic 9(6).
         05  WS-IT-How       pic x.
         05  WS-IT-Tick      pic x.
*>
 01  WS-Band-Totals.
     03  WS-BT-Val       pic s9(9)v99  comp-3  occurs 4.
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
     03  XL209          pic x(30) value "XL209 Not a clearing account".
     03  XL210          pic x(40) value "XL210 Ticked items do not net to zero".
     03  XL211          pic x(41) value "XL211 Item table full - rest not shown".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(52)       value
         "Clearing Accounts - Aged Unmatched Items".
     03  filler          pic x(24)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-1b.
     03  filler          pic x(10)       value "Aged to".
     03  l1b-date        pic x(10).
*>
 01  line-2.
     03  filler          pic x(66)       value
         "Date        Days Batch Post  S Reference".
     03  filler          pic x(66)       value
         "      0 - 30       31 - 60       61 - 90       Over 90".
*>
 01  line-A.
     03  filler          pic x(9)        value "Account".
     03  lA-src          pic x(4).
     03  lA-account      pic 9(6).
     03  filler          pic xx          value spaces.
     03  lA-name         pic x(24).
*>
 01  line-3.
     03  l3-date         pic x(11).
     03  l3-days         pic z(4)9b.
     03  l3-batch        pic z(4)9b.
     03  l3-post         pic z(4)9b.
     03  l3-side         pic xx.
     03  l3-ref          pic x(33).
     03  l3-band                      occurs 4.
         05  l3-amount   pic -(9)9.99.
         05  filler      pic x.
     03  l3-mark         pic x(9).
*>
 01  line-4.
     03  filler          pic x(11)       value spaces.
     03  l4-lit          pic x(51).
     03  l4-band                      occurs 4.
         05  l4-amount   pic -(9)9.99.
         05  filler      pic x.
*>
 01  line-5.
     03  filler          pic x(11)       value spaces.
     03  l5-lit          pic x(36).
     03  l5-amount       pic -(9)9.99.
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
*>  First use - the file is created empty.
*>
     open     i-o Clearing-File.
     if       fs-reply = 35
              open output Clearing-File.
     close    Clearing-File.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Clearing Account Matching" at 0127 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Flag Clearing Accounts"           at 0811 with foreground-color 2.
     display  "(2)  Load Postings As Open Items"      at 0911 with foreground-color 2.
     display  "(3)  Automatic Matching"               at 1011 with foreground-color 2.
     display  "(4)  Manual Matching"                  at 1111 with foreground-color 2.
     display  "(5)  Aged Unmatched Items Report"      at 1211 with foreground-color 2.
     display  "(X)  Return To Menu"                   at 1411 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Flag-Accounts
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-Load-Postings
              go to menu-return.
     if       menu-reply = "3"
              perform  da000-Auto-Match
              go to menu-return.
     if       menu-reply = "4"
              perform  ea000-Manual-Match
              go to menu-return.
     if       menu-reply = "5"
              perform  fa000-Aged-Report
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
 ba000-Flag-Accounts     section.
*>==============================
*>
*>  Add an account, or take one off with all its items.
*>
     open     i-o Clearing-File.
     perform  GL-Nominal-Open-Input.
*>
 ba010-Account.
     display  " " at 0401 with erase eos.
     display  "Flag Clearing Accounts" at 0401 with foreground-color 2.
     display  "G = GL nominal, I = IRS nominal" at 0701 with foreground-color 2.
     perform  bb000-Get-Account.
     if       WS-Found = "X"
              go to ba900-Close.
     if       WS-Found = "Y"
              go to ba050-Remove.
*>
*>  New one - the name from the GL nominal when there is one.
*>
     move     spaces to WS-Name.
     if       WS-Src = "G"
              move WS-Account to WS-Ledger-Nos
              move zero to Ledger-PC
              perform GL-Nominal-Read-Indexed
              if   fs-reply = zero
                   move Ledger-Name to WS-Name
              end-if
     end-if
     display  "Name [                        ]" at 1001 with foreground-color 2.
     accept   WS-Name at 1007 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba010-Account.
     display  "Flag as a clearing account - Y/N [ ]" at 1201 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 1235 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to ba010-Account.
     initialize Clearing-Record.
     move     WS-Src     to CL-Src.
     move     WS-Account to CL-Account.
     move     zero       to CL-Batch CL-Post.
     move     space      to CL-Side.
     move     WS-Name    to CLA-Name.
     move     zero       to CLA-Next-Match CLA-Harvested
                            CLA-Open-Cnt CLA-Open-Bal.
     write    Clearing-Record.
     go       to ba010-Account.
*>
 ba050-Remove.
     display  CLA-Name at 0930 with foreground-color 3.
     move     CLA-Open-Cnt to WS-D-Cnt.
     display  "Open items" at 1001 with foreground-color 2.
     display  WS-D-Cnt at 1013 with foreground-color 3.
     display  "Remove the flag and all its items - Y/N [ ]" at 1201 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 1243 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to ba010-Account.
     move     CL-Key (1:7) to WS-Hold-Acct.
     start    Clearing-File key not less than CL-Key
              invalid key
              go to ba010-Account.
*>
 ba060-Delete.
     read     Clearing-File next record
              at end
              go to ba010-Account.
     if       CL-Key (1:7) not = WS-Hold-Acct
              go to ba010-Account.
     delete   Clearing-File record.
     go       to ba060-Delete.
*>
 ba900-Close.
     perform  GL-Nominal-Close.
     close    Clearing-File.
*>
 ba999-exit.
     exit     section.
*>
 bb000-Get-Account       section.
*>==============================
*>
*>  Source and nominal keyed - WS-Found Y on file (account record in
*>   Clearing-Record), N not, X for Esc.
*>
     move     "X" to WS-Found.
     display  "Source [ ]  Nominal [      ]" at 0901 with foreground-color 2.
*>
 bb010-Src.
     accept   WS-Src at 0909 with foreground-color 6 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to bb999-exit.
     if       WS-Src not = "G" and not = "I"
              go to bb010-Src.
*>
 bb020-Account.
     accept   WS-Account at 0922 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to bb999-exit.
     if       WS-Account = zero
              go to bb020-Account.
     move     WS-Src     to CL-Src.
     move     WS-Account to CL-Account.
     move     zero       to CL-Batch CL-Post.
     move     space      to CL-Side.
     move     "Y" to WS-Found.
     read     Clearing-File
              invalid key
              move "N" to WS-Found.
*>
 bb999-exit.
     exit     section.
*>
 ca000-Load-Postings     section.
*>==============================
*>
*>  Every posting to a flagged account on the GL and IRS posting
*>   files not already held becomes an open item.
*>
     display  " " at 0401 with erase eos.
     display  "Load Postings As Open Items" at 0401 with foreground-color 2.
     open     i-o Clearing-File.
     move     zero to WS-Acct-Cnt WS-Loaded.
     move     low-values to CL-Key.
     start    Clearing-File key not less than CL-Key
              invalid key
              go to ca100-GL.
*>
 ca010-Accounts.
     read     Clearing-File next record
              at end
              go to ca100-GL.
     if       CL-Batch not = zero
           or CL-Post  not = zero
           or WS-Acct-Cnt not < 200
              go to ca010-Accounts.
     add      1 to WS-Acct-Cnt.
     move     CL-Src     to WS-AC-Src (WS-Acct-Cnt).
     move     CL-Account to WS-AC-Account (WS-Acct-Cnt).
     go       to ca010-Accounts.
*>
 ca100-GL.
     if       WS-Acct-Cnt = zero
              go to ca900-Close.
     perform  GL-Posting-Open-Input.
     if       fs-reply not = zero
              go to ca200-IRS.
*>
 ca110-Read.
     perform  GL-Posting-Read-Next.
     if       fs-reply not = zero
              perform GL-Posting-Close
              go to ca200-IRS.
     if       WS-Post-Key = zero
              go to ca110-Read.
     move     "G" to WS-Src.
     move     Post-Date to WS-Date-In.
     move     Post-DR to WS-Account.
     perform  cb000-Is-Clearing.
     if       WS-Found = "Y"
              move Batch to CL-Batch
              move Post-Number to CL-Post
              move "D" to CL-Side
              move Post-Amount to CL-Amount
              move Post-Legend to CL-Ref
              perform cc000-Add-Item.
     move     Post-CR to WS-Account.
     perform  cb000-Is-Clearing.
     if       WS-Found = "Y"
              move Batch to CL-Batch
              move Post-Number to CL-Post
              move "C" to CL-Side
              multiply -1 by Post-Amount giving CL-Amount
              move Post-Legend to CL-Ref
              perform cc000-Add-Item.
     go       to ca110-Read.
*>
 ca200-IRS.
     perform  SPL-Posting-Open-Input.
     if       fs-reply not = zero
              go to ca900-Close.
*>
 ca210-Read.
     perform  SPL-Posting-Read-Next.
     if       fs-reply not = zero
              perform SPL-Posting-Close
              go to ca900-Close.
     if       WS-IRS-Post-Key = zero
              go to ca210-Read.
     move     "I" to WS-Src.
     move     WS-IRS-Post-Date to WS-Date-In.
     move     WS-IRS-Post-DR to WS-Account.
     perform  cb000-Is-Clearing.
     if       WS-Found = "Y"
              move WS-IRS-Batch to CL-Batch
              move WS-IRS-Post-Number to CL-Post
              move "D" to CL-Side
              move WS-IRS-Post-Amount to CL-Amount
              move WS-IRS-Post-Legend to CL-Ref
              perform cc000-Add-Item.
     move     WS-IRS-Post-CR to WS-Account.
     perform  cb000-Is-Clearing.
     if       WS-Found = "Y"
              move WS-IRS-Batch to CL-Batch
              move WS-IRS-Post-Number to CL-Post
              move "C" to CL-Side
              multiply -1 by WS-IRS-Post-Amount giving CL-Amount
              move WS-IRS-Post-Legend to CL-Ref
              perform cc000-Add-Item.
     go       to ca210-Read.
*>
 ca900-Close.
     perform  cd000-Account-Totals.
     close    Clearing-File.
     move     WS-Loaded to WS-D-Cnt.
     display  "Items loaded" at 1201 with foreground-color 2.
     display  WS-D-Cnt at 1215 with foreground-color 3.
     display  "Hit return" at 2401 with foreground-color 2.
     accept   ws-reply at 2412.
*>
 ca999-exit.
     exit     section.
*>
 cb000-Is-Clearing       section.
*>==============================
*>
*>  WS-Src + WS-Account flagged ?  WS-Found = Y and the key part set.
*>
     move     "N" to WS-Found.
     move     1 to WS-Ax.
*>
 cb010-Look.
     if       WS-Ax > WS-Acct-Cnt
              go to cb999-exit.
     if       WS-AC-Src (WS-Ax) = WS-Src
        and   WS-AC-Account (WS-Ax) = WS-Account
              move "Y" to WS-Found
              move WS-Src to CL-Src
              move WS-Account to CL-Account
              go to cb999-exit.
     add      1 to WS-Ax.
     go       to cb010-Look.
*>
 cb999-exit.
     exit     section.
*>
 cc000-Add-Item          section.
*>==============================
*>
*>  Key, side, amount and ref set - held already is left alone.
*>
     move     spaces to u-date.
     string   WS-Date-In (1:6) "20" WS-Date-In (7:2)
              delimited by size into u-date.
     move     zero to u-bin.
     perform  maps04.
     move     u-bin to CL-Date.
     move     "O"   to CL-Status.
     move     zero  to CL-Match CL-Match-Date.
     move     space to CL-Match-How.
     write    Clearing-Record
              invalid key
              go to cc999-exit.
     add      1 to WS-Loaded.
*>
 cc999-exit.
     exit     section.
*>
 cd000-Account-Totals    section.
*>==============================
*>
*>  Restate each account record's open count and balance.
*>
     move     1 to WS-Ax.
*>
 cd010-Account.
     if       WS-Ax > WS-Acct-Cnt
              go to cd999-exit.
     move     WS-AC-Src (WS-Ax)     to CL-Src.
     move     WS-AC-Account (WS-Ax) to CL-Account.
     move     CL-Key (1:7) to WS-Hold-Acct.
     perform  ga000-Load-Items.
     move     WS-Hold-Acct to CL-Key (1:7).
     move     zero  to CL-Batch CL-Post.
     move     space to CL-Side.
     read     Clearing-File
              invalid key
              go to cd020-Next.
     move     WS-It-Cnt   to CLA-Open-Cnt.
     move     WS-Acct-Tot to CLA-Open-Bal.
     move     WS-Today-Bin to CLA-Harvested.
     rewrite  Clearing-Record.
*>
 cd020-Next.
     add      1 to WS-Ax.
     go       to cd010-Account.
*>
 cd999-exit.
     exit     section.
*>
 da000-Auto-Match        section.
*>==============================
*>
*>  Every account - by reference, then by amount.
*>
     display  " " at 0401 with erase eos.
     display  "Automatic Matching" at 0401 with foreground-color 2.
     open     i-o Clearing-File.
     move     zero to WS-Acct-Cnt WS-Matched.
     move     low-values to CL-Key.
     start    Clearing-File key not less than CL-Key
              invalid key
              go to da900-Close.
*>
 da010-Accounts.
     read     Clearing-File next record
              at end
              go to da100-Match.
     if       CL-Batch not = zero
           or CL-Post  not = zero
           or WS-Acct-Cnt not < 200
              go to da010-Accounts.
     add      1 to WS-Acct-Cnt.
     move     CL-Src     to WS-AC-Src (WS-Acct-Cnt).
     move     CL-Account to WS-AC-Account (WS-Acct-Cnt).
     go       to da010-Accounts.
*>
 da100-Match.
     move     1 to WS-Ax.
*>
 da110-Account.
     if       WS-Ax > WS-Acct-Cnt
              go to da900-Close.
     move     WS-AC-Src (WS-Ax)     to CL-Src.
     move     WS-AC-Account (WS-Ax) to CL-Account.
     move     CL-Key (1:7) to WS-Hold-Acct.
     perform  ga000-Load-Items.
     perform  gb000-Get-Next-Match.
     perform  db000-By-Reference.
     perform  dc000-By-Amount.
     perform  gc000-Save-Matches.
     add      1 to WS-Ax.
     go       to da110-Account.
*>
 da900-Close.
     perform  cd000-Account-Totals.
     close    Clearing-File.
     move     WS-Matched to WS-D-Cnt.
     display  "Items matched" at 1201 with foreground-color 2.
     display  WS-D-Cnt at 1215 with foreground-color 3.
     display  "Hit return" at 2401 with foreground-color 2.
     accept   ws-reply at 2412.
*>
 da999-exit.
     exit     section.
*>
 db000-By-Reference      section.
*>==============================
*>
*>  All unmatched items with item Ix's reference - if two or more and
*>   they net to zero they are one match.
*>
     move     1 to WS-Ix.
*>
 db010-Item.
     if       WS-Ix > WS-It-Cnt
              go to db999-exit.
     if       WS-IT-Match (WS-Ix) not = zero
           or WS-IT-Ref (WS-Ix) = spaces
              go to db090-Next.
     move     WS-IT-Amount (WS-Ix) to WS-Group-Tot.
     move     1 to WS-Group-Cnt.
     add      1 to WS-Ix giving WS-Jx.
*>
 db020-Same.
     if       WS-Jx > WS-It-Cnt
              go to db030-Test.
     if       WS-IT-Match (WS-Jx) = zero
        and   WS-IT-Ref (WS-Jx) = WS-IT-Ref (WS-Ix)
              add WS-IT-Amount (WS-Jx) to WS-Group-Tot
              add 1 to WS-Group-Cnt.
     add      1 to WS-Jx.
     go       to db020-Same.
*>
 db030-Test.
     if       WS-Group-Cnt < 2
           or WS-Group-Tot not = zero
              go to db090-Next.
     add      1 to WS-Next-Match.
     move     WS-Ix to WS-Jx.
*>
 db040-Mark.
     if       WS-Jx > WS-It-Cnt
              go to db090-Next.
     if       WS-IT-Match (WS-Jx) = zero
        and   WS-IT-Ref (WS-Jx) = WS-IT-Ref (WS-Ix)
              move WS-Next-Match to WS-IT-Match (WS-Jx)
              move "R" to WS-IT-How (WS-Jx).
     add      1 to WS-Jx.
     go       to db040-Mark.
*>
 db090-Next.
     add      1 to WS-Ix.
     go       to db010-Item.
*>
 db999-exit.
     exit     section.
*>
 dc000-By-Amount         section.
*>==============================
*>
*>  Each unmatched debit against the oldest unmatched credit of the
*>   same amount - items are held in posting order.
*>
     move     1 to WS-Ix.
*>
 dc010-Item.
     if       WS-Ix > WS-It-Cnt
              go to dc999-exit.
     if       WS-IT-Match (WS-Ix) not = zero
           or WS-IT-Amount (WS-Ix) not > zero
              go to dc090-Next.
     multiply -1 by WS-IT-Amount (WS-Ix) giving WS-Amt-Neg.
     move     1 to WS-Jx.
*>
 dc020-Credit.
     if       WS-Jx > WS-It-Cnt
              go to dc090-Next.
     if       WS-IT-Match (WS-Jx) = zero
        and   WS-IT-Amount (WS-Jx) = WS-Amt-Neg
              add  1 to WS-Next-Match
              move WS-Next-Match to WS-IT-Match (WS-Ix)
                                    WS-IT-Match (WS-Jx)
              move "A" to WS-IT-How (WS-Ix) WS-IT-How (WS-Jx)
              go to dc090-Next.
     add      1 to WS-Jx.
     go       to dc020-Credit.
*>
 dc090-Next.
     add      1 to WS-Ix.
     go       to dc010-Item.
*>
 dc999-exit.
     exit     section.
*>
 ea000-Manual-Match      section.
*>==============================
*>
*>  One account's open items, 12 to a screen.  Keying an item number
*>   ticks or unticks it, M matches the ticked items when they net to
*>   zero, N / P page, Esc leaves the account.
*>
     open     i-o Clearing-File.
*>
 ea010-Account.
     display  " " at 0401 with erase eos.
     display  "Manual Matching" at 0401 with foreground-color 2.
     perform  bb000-Get-Account.
     if       WS-Found = "X"
              go to ea900-Close.
     if       WS-Found not = "Y"
              display XL209 at 2301 with foreground-color 4 highlight
              go to ea010-Account.
     display  " " at 2301 with erase eol.
     display  CLA-Name at 0930 with foreground-color 3.
     move     CL-Key (1:7) to WS-Hold-Acct.
     perform  ga000-Load-Items.
     if       WS-Table-Full = "Y"
              display XL211 at 2301 with foreground-color 4 highlight.
     perform  gb000-Get-Next-Match.
     move     1 to WS-Top.
*>
 ea020-Show.
     perform  eb000-Show-Page.
*>
 ea030-Action.
     display  "Item no to tick, M match, N next, P previous, Esc done [    ]"
                                 at 2101 with foreground-color 2.
     move     zero to WS-Pick.
     move     space to ws-reply.
     accept   WS-Pick at 2157 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ea090-Save.
     if       Cob-Crt-Status = Cob-Scr-Page-Down
              move "N" to ws-reply.
     if       Cob-Crt-Status = Cob-Scr-Page-Up
              move "P" to ws-reply.
     if       WS-Pick = zero
        and   ws-reply = space
              display "M, N or P [ ]" at 2201 with foreground-color 2
              accept  ws-reply at 2213 with foreground-color 6 update UPPER
              display " " at 2201 with erase eol.
     if       ws-reply = "N"
              if   WS-Top + 12 not > WS-It-Cnt
                   add 12 to WS-Top
              end-if
              go to ea020-Show.
     if       ws-reply = "P"
              if   WS-Top > 12
                   subtract 12 from WS-Top
              else
                   move 1 to WS-Top
              end-if
              go to ea020-Show.
     if       ws-reply = "M"
              go to ea040-Match.
     if       WS-Pick = zero
           or WS-Pick > WS-It-Cnt
           or WS-IT-Match (WS-Pick) not = zero
              go to ea030-Action.
     if       WS-IT-Tick (WS-Pick) = "*"
              move space to WS-IT-Tick (WS-Pick)
     else
              move "*" to WS-IT-Tick (WS-Pick).
     go       to ea020-Show.
*>
 ea040-Match.
     if       WS-Ticked < 2
           or WS-Tick-Tot not = zero
              display XL210 at 2301 with foreground-color 4 highlight
              go to ea030-Action.
     display  " " at 2301 with erase eol.
     add      1 to WS-Next-Match.
     move     1 to WS-Ix.
*>
 ea050-Mark.
     if       WS-Ix > WS-It-Cnt
              go to ea020-Show.
     if       WS-IT-Tick (WS-Ix) = "*"
              move WS-Next-Match to WS-IT-Match (WS-Ix)
              move "M"   to WS-IT-How (WS-Ix)
              move space to WS-IT-Tick (WS-Ix).
     add      1 to WS-Ix.
     go       to ea050-Mark.
*>
 ea090-Save.
     move     zero to WS-Matched.
     perform  gc000-Save-Matches.
     move     WS-Src     to WS-AC-Src (1).
     move     WS-Account to WS-AC-Account (1).
     move     1 to WS-Acct-Cnt.
     perform  cd000-Account-Totals.
     go       to ea010-Account.
*>
 ea900-Close.
     close    Clearing-File.
*>
 ea999-exit.
     exit     section.
*>
 eb000-Show-Page         section.
*>==============================
*>
*>  Items from WS-Top, matched ones shown with their match number;
*>   the ticked count and total.
*>
     display  " " at 1101 with erase eos.
     display  "  No Date       Batch Post  S Reference                          Amount Tk"
                                 at 1101 with foreground-color 2.
     move     12 to WS-Row.
     move     WS-Top to WS-Ix.
*>
 eb010-Line.
     if       WS-Ix > WS-It-Cnt
           or WS-Row > 23
              go to eb020-Ticked.
     move     WS-Ix to WS-D-Item.
     display  WS-D-Item at line WS-Row col 1 with foreground-color 3.
     move     WS-IT-Date (WS-Ix) to u-bin.
     perform  zz060-Convert-Date.
     display  ws-date at line WS-Row col 6 with foreground-color 3.
     display  WS-IT-Key (WS-Ix) (8:5) at line WS-Row col 17 with foreground-color 3.
     display  WS-IT-Key (WS-Ix) (13:5) at line WS-Row col 23 with foreground-color 3.
     display  WS-IT-Key (WS-Ix) (18:1) at line WS-Row col 29 with foreground-color 3.
     display  WS-IT-Ref (WS-Ix) (1:28) at line WS-Row col 31 with foreground-color 3.
     move     WS-IT-Amount (WS-Ix) to WS-D-Amt.
     display  WS-D-Amt at line WS-Row col 60 with foreground-color 3.
     if       WS-IT-Match (WS-Ix) not = zero
              display "M" at line WS-Row col 74 with foreground-color 2
     else
              display WS-IT-Tick (WS-Ix) at line WS-Row col 74 with foreground-color 6 highlight.
     add      1 to WS-Row WS-Ix.
     go       to eb010-Line.
*>
 eb020-Ticked.
     move     zero to WS-Ticked WS-Tick-Tot.
     move     1 to WS-Ix.
*>
 eb030-Sum.
     if       WS-Ix > WS-It-Cnt
              go to eb040-Show.
     if       WS-IT-Tick (WS-Ix) = "*"
              add 1 to WS-Ticked
              add WS-IT-Amount (WS-Ix) to WS-Tick-Tot.
     add      1 to WS-Ix.
     go       to eb030-Sum.
*>
 eb040-Show.
     display  "Ticked" at 1001 with foreground-color 2.
     move     WS-Ticked to WS-D-Cnt.
     display  WS-D-Cnt at 1008 with foreground-color 3.
     display  "net" at 1015 with foreground-color 2.
     move     WS-Tick-Tot to WS-D-Amt.
     display  WS-D-Amt at 1019 with foreground-color 3 highlight.
*>
 eb999-exit.
     exit     section.
*>
 fa000-Aged-Report       section.
*>==============================
*>
*>  Unmatched items per account in 30 day bands to the date keyed.
*>
     display  " " at 0401 with erase eos.
     display  "Aged Unmatched Items Report" at 0401 with foreground-color 2.
     display  "Age to date (ccyymmdd) [        ]" at 0801 with foreground-color 2.
     move     WS-Today-8 to WS-Age-8.
*>
 fa010-Date.
     accept   WS-Age-8 at 0825 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to fa999-exit.
     move     WS-Age-8 to WS-Date-8.
     perform  zz050-Date-8-To-Bin.
     if       u-bin = zero
              display XL203 at 2301 with foreground-color 4 highlight
              go to fa010-Date.
     display  " " at 2301 with erase eol.
     move     u-bin to WS-Age-Bin.
     perform  zz060-Convert-Date.
     move     ws-date to l1b-date.
*>
     open     input Clearing-File.
     perform  GL-Nominal-Open-Input.
     open     output print-file.
     move     zero to page-nos WS-Acct-Cnt.
     perform  fc000-Headings.
     move     low-values to CL-Key.
     start    Clearing-File key not less than CL-Key
              invalid key
              go to fa900-Close.
*>
 fa020-Accounts.
     read     Clearing-File next record
              at end
              go to fa100-Report.
     if       CL-Batch not = zero
           or CL-Post  not = zero
           or WS-Acct-Cnt not < 200
              go to fa020-Accounts.
     add      1 to WS-Acct-Cnt.
     move     CL-Src     to WS-AC-Src (WS-Acct-Cnt).
     move     CL-Account to WS-AC-Account (WS-Acct-Cnt).
     go       to fa020-Accounts.
*>
 fa100-Report.
     move     1 to WS-Ax.
*>
 fa110-Account.
     if       WS-Ax > WS-Acct-Cnt
              go to fa900-Close.
     perform  fb000-Report-Account.
     add      1 to WS-Ax.
     go       to fa110-Account.
*>
 fa900-Close.
     close    print-file.
     perform  GL-Nominal-Close.
     close    Clearing-File.
     call     "SYSTEM" using Print-Report.
     display  "Aged report printed." at 1201 with foreground-color 2.
     display  "Hit return" at 2401 with foreground-color 2.
     accept   ws-reply at 2412.
*>
 fa999-exit.
     exit     section.
*>
 fb000-Report-Account    section.
*>==============================
*>
     move     WS-AC-Src (WS-Ax)     to CL-Src.
     move     WS-AC-Account (WS-Ax) to CL-Account.
     move     zero  to CL-Batch CL-Post.
     move     space to CL-Side.
     read     Clearing-File
              invalid key
              go to fb999-exit.
     move     CL-Key (1:7) to WS-Hold-Acct.
     move     spaces to line-A.
     move     "Account" to line-A (1:9).
     if       CL-GL
              move "GL"  to lA-src
     else
              move "IRS" to lA-src.
     move     CL-Account to lA-account.
     move     CLA-Name   to lA-name.
     if       line-cnt > Page-Lines - 8
              perform fc000-Headings.
     write    print-record from line-A after 2.
     add      2 to line-cnt.
     perform  ga000-Load-Items.
*>
*>  The oldest unmatched item is the first in date order.
*>
     move     zero to WS-Oldest.
     move     1 to WS-Ix.
*>
 fb010-Oldest.
     if       WS-Ix > WS-It-Cnt
              go to fb020-Lines.
     if       WS-IT-Date (WS-Ix) not > WS-Age-Bin
        and   (WS-Oldest = zero
         or    WS-IT-Date (WS-Ix) < WS-IT-Date (WS-Oldest))
              move WS-Ix to WS-Oldest.
     add      1 to WS-Ix.
     go       to fb010-Oldest.
*>
 fb020-Lines.
     initialize WS-Band-Totals.
     move     zero to WS-Acct-Tot.
     move     1 to WS-Ix.
*>
 fb030-Item.
     if       WS-Ix > WS-It-Cnt
              go to fb040-Totals.
     if       WS-IT-Date (WS-Ix) > WS-Age-Bin
              go to fb035-Next.
     subtract WS-IT-Date (WS-Ix) from WS-Age-Bin giving WS-Age-Days.
     if       WS-Age-Days > 90
              move 4 to WS-Band
     else
      if      WS-Age-Days > 60
              move 3 to WS-Band
      else
       if     WS-Age-Days > 30
              move 2 to WS-Band
       else
              move 1 to WS-Band.
     add      WS-IT-Amount (WS-Ix) to WS-BT-Val (WS-Band) WS-Acct-Tot.
     move     spaces to line-3.
     move     WS-IT-Date (WS-Ix) to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l3-date.
     move     WS-Age-Days to l3-days.
     move     WS-IT-Key (WS-Ix) (8:5)  to l3-batch.
     move     WS-IT-Key (WS-Ix) (13:5) to l3-post.
     move     WS-IT-Key (WS-Ix) (18:1) to l3-side.
     move     WS-IT-Ref (WS-Ix) to l3-ref.
     move     WS-IT-Amount (WS-Ix) to l3-amount (WS-Band).
     if       WS-Ix = WS-Oldest
              move "** Oldest" to l3-mark.
     if       line-cnt > Page-Lines - 2
              perform fc000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
*>
 fb035-Next.
     add      1 to WS-Ix.
     go       to fb030-Item.
*>
 fb040-Totals.
     move     spaces to line-4.
     move     "Unmatched by age" to l4-lit.
     move     1 to WS-Band.
*>
 fb050-Band.
     move     WS-BT-Val (WS-Band) to l4-amount (WS-Band).
     add      1 to WS-Band.
     if       WS-Band < 5
              go to fb050-Band.
     write    print-record from line-4 after 2.
     move     spaces to line-5.
     move     "Unmatched items total" to l5-lit.
     move     WS-Acct-Tot to l5-amount.
     write    print-record from line-5 after 1.
     add      3 to line-cnt.
     if       not CL-GL
              go to fb999-exit.
*>
*>  Against the GL nominal - any difference is what was on the account
*>   before it was flagged or posted since the last load.
*>
     move     WS-AC-Account (WS-Ax) to WS-Ledger-Nos.
     move     zero to Ledger-PC.
     perform  GL-Nominal-Read-Indexed.
     if       fs-reply not = zero
              go to fb999-exit.
     move     Ledger-Balance to WS-Ledger-Bal.
     move     "GL nominal balance" to l5-lit.
     move     WS-Ledger-Bal to l5-amount.
     write    print-record from line-5 after 1.
     subtract WS-Acct-Tot from WS-Ledger-Bal.
     move     "Difference" to l5-lit.
     move     WS-Ledger-Bal to l5-amount.
     write    print-record from line-5 after 1.
     add      2 to line-cnt.
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
 ga000-Load-Items        section.
*>==============================
*>
*>  Open items of account WS-Hold-Acct to the table, with their count
*>   and total.  Clearing-File must be open.
*>
     move     zero to WS-It-Cnt WS-Acct-Tot.
     move     "N"  to WS-Table-Full.
     move     WS-Hold-Acct to CL-Key (1:7).
     move     zero  to CL-Batch.
     move     1     to CL-Post.
     move     space to CL-Side.
     start    Clearing-File key not less than CL-Key
              invalid key
              go to ga999-exit.
*>
 ga010-Read.
     read     Clearing-File next record
              at end
              go to ga999-exit.
     if       CL-Key (1:7) not = WS-Hold-Acct
              go to ga999-exit.
     if       not CL-Open
              go to ga010-Read.
     if       WS-It-Cnt not < 2000
              move "Y" to WS-Table-Full
              go to ga999-exit.
     add      1 to WS-It-Cnt.
     move     CL-Key    to WS-IT-Key    (WS-It-Cnt).
     move     CL-Date   to WS-IT-Date   (WS-It-Cnt).
     move     CL-Ref    to WS-IT-Ref    (WS-It-Cnt).
     move     CL-Amount to WS-IT-Amount (WS-It-Cnt).
     move     zero      to WS-IT-Match  (WS-It-Cnt).
     move     space     to WS-IT-How    (WS-It-Cnt)
                           WS-IT-Tick   (WS-It-Cnt).
     add      CL-Amount to WS-Acct-Tot.
     go       to ga010-Read.
*>
 ga999-exit.
     exit     section.
*>
 gb000-Get-Next-Match    section.
*>==============================
*>
*>  The account's last match number used.
*>
     move     zero to WS-Next-Match.
     move     WS-Hold-Acct to CL-Key (1:7).
     move     zero  to CL-Batch CL-Post.
     move     space to CL-Side.
     read     Clearing-File
              invalid key
              go to gb999-exit.
     move     CLA-Next-Match to WS-Next-Match.
*>
 gb999-exit.
     exit     section.
*>
 gc000-Save-Matches      section.
*>==============================
*>
*>  Items given a match number are rewritten matched, and the match
*>   number saved on the account record.
*>
     move     1 to WS-Ix.
*>
 gc010-Item.
     if       WS-Ix > WS-It-Cnt
              go to gc900-Account.
     if       WS-IT-Match (WS-Ix) = zero
              go to gc020-Next.
     move     WS-IT-Key (WS-Ix) to CL-Key.
     read     Clearing-File
              invalid key
              go to gc020-Next.
     move     "M" to CL-Status.
     move     WS-IT-Match (WS-Ix) to CL-Match.
     move     WS-Today-Bin to CL-Match-Date.
     move     WS-IT-How (WS-Ix) to CL-Match-How.
     rewrite  Clearing-Record.
     add      1 to WS-Matched.
*>
 gc020-Next.
     add      1 to WS-Ix.
     go       to gc010-Item.
*>
 gc900-Account.
     move     WS-Hold-Acct to CL-Key (1:7).
     move     zero  to CL-Batch CL-Post.
     move     space to CL-Side.
     read     Clearing-File
              invalid key
              go to gc999-exit.
     move     WS-Next-Match to CLA-Next-Match.
     rewrite  Clearing-Record.
*>
 gc999-exit.
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
