       >>source free
*>*********************************************
*>                                            *
*>   Stock Write-Off Reasons & Shrinkage      *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         st075.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Called from st020 option (6).
*>                        (1) Reason Codes - the reasons a manual stock
*>                            deduction can be made for (damage, theft,
*>                            free samples, own use, expiry scrap ...),
*>                            each with the GL/IRS nominal the value
*>                            written off is posted to.  st020 will not
*>                            take a deduction without one.
*>                        (2) Shrinkage Analysis - off the st020 write-
*>                            off log for a range of up to 12 months:
*>                            value written off month by month by
*>                            reason, by product (PA) group and by
*>                            location, so the trends show, ending
*>                            with the ten worst items for the range.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     None.
*>**
*>    Files used.
*>                        wreason.dat  - file-135, maintained here.
*>                        stwroff.dat  - write-off log (st020).
*>**
*>    Error messages used.
*>                        ST751    Nominal required.
*>                        ST752    Invalid period range.
*>                        ST753    Nothing written off in the range.
*>                        ST754    Table full.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for reason coded stock write-offs.
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
 copy "selwreason.cob".
 copy "selprint.cob".
*>
     select  WO-Log-File  assign "stwroff.dat"
                          organization line sequential
                          status WO-Fs-Reply.
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdwreason.cob".
 copy "fdprint.cob".
 copy "fdwroff.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "ST075 (3.02.00)".
*>
 copy "print-spool-command.cob".
*>
 01  All-My-Constants    pic 9(4).
     copy "screenio.cpy".
*>
*>  Value by month for each reason (R), product group (P) and
*>   location (L) in the range.
*>
 01  WS-GR-Cnt           pic s9(4)  comp  value zero.
 01  WS-GR-Table.
     03  WS-GR-Entry     occurs 300.
         05  WS-GR-Kind      pic x.
         05  WS-GR-Label     pic x(10).
         05  WS-GR-Desc      pic x(13).
         05  WS-GR-Value     pic s9(9)v99 comp-3  occurs 12.
         05  WS-GR-Total     pic s9(9)v99 comp-3.
*>
*>  Totals by item for the ten worst.
*>
 01  WS-IT-Cnt           pic s9(4)  comp  value zero.
 01  WS-IT-Table.
     03  WS-IT-Entry     occurs 1000.
         05  WS-IT-Key       pic x(13).
         05  WS-IT-Desc      pic x(24).
         05  WS-IT-Reason    pic xx.
         05  WS-IT-Times     pic 9(5)     comp.
         05  WS-IT-Qty       pic s9(7)    comp-3.
         05  WS-IT-Value     pic s9(9)v99 comp-3.
         05  WS-IT-Picked    pic x.
*>
 01  WS-Col-Totals.
     03  WS-CT-Value     pic s9(9)v99 comp-3  occurs 12.
     03  WS-CT-Total     pic s9(9)v99 comp-3.
*>
 01  ws-data.
     03  menu-reply      pic x.
     03  ws-reply        pic x.
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  WS-WR-Status    pic 99           value zero.
     03  WO-Fs-Reply     pic 99           value zero.
     03  WS-WR-Found     pic x            value "N".
         88  WS-Have-WR                   value "Y".
     03  WS-Code-In      pic xx           value spaces.
     03  WS-From-Month   pic 99           value zero.
     03  WS-From-Year    pic 9(4)         value zero.
     03  WS-To-Month     pic 99           value zero.
     03  WS-To-Year      pic 9(4)         value zero.
     03  WS-From-No      pic 9(6)   comp  value zero.  *> year * 12 + month
     03  WS-To-No        pic 9(6)   comp  value zero.
     03  WS-Log-No       pic 9(6)   comp  value zero.
     03  WS-Months       pic 99     comp  value zero.
     03  WS-M            pic 99     comp  value zero.
     03  WS-Kind         pic x            value space.
     03  WS-Label        pic x(10)        value spaces.
     03  WS-Desc         pic x(13)        value spaces.
     03  G               pic s9(4)  comp  value zero.
     03  K               pic s9(4)  comp  value zero.
     03  WS-Worst        pic s9(4)  comp  value zero.
     03  WS-Rank         pic 99     comp  value zero.
     03  WS-Read-Cnt     pic 9(6)         value zero.
     03  WS-Hd-Month     pic 99           value zero.
     03  WS-Hd-Year      pic 9(4)         value zero.
     03  WS-Log-Date.
         05  WS-Log-Year     pic 9(4).
         05  WS-Log-Month    pic 99.
         05  WS-Log-Day      pic 99.
*>
 01  Error-Messages.
     03  ST003          pic x(28) value "ST003 Hit Return To Continue".
     03  ST751          pic x(37) value "ST751 Nominal a/c is needed for posts".
     03  ST752          pic x(48) value "ST752 Invalid range - 1 to 12 months, from first".
     03  ST753          pic x(41) value "ST753 Nothing written off in that range".
     03  ST754          pic x(45) value "ST754 Table full - rest left out of analysis".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(40)       value spaces.
     03  l1-range        pic x(20)       value spaces.
     03  filler          pic x(16)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  l2-head         pic x(25)       value spaces.
     03  l2-month        pic x(8)        occurs 12.
     03  filler          pic x(9)        value "    Total".
*>
 01  line-2-Month.
     03  filler          pic x(3)        value spaces.
     03  l2m-month       pic 99.
     03  filler          pic x           value "/".
     03  l2m-year        pic 99.
*>
 01  line-3.
     03  l3-label        pic x(12).
     03  l3-desc         pic x(13).
     03  l3-value        pic z(6)9-      occurs 12.
     03  l3-total        pic z(7)9-.
*>
 01  line-4.
     03  filler          pic x(132)      value "Rank Stock Item     Description               " &
                                               "Times  Last Rsn        Qty        Value".
*>
 01  line-5.
     03  l5-rank         pic z9.
     03  filler          pic xxx         value spaces.
     03  l5-item         pic x(14).
     03  l5-desc         pic x(26).
     03  l5-times        pic zzzz9.
     03  filler          pic x(4)        value spaces.
     03  l5-reason       pic xx.
     03  filler          pic x(3)        value spaces.
     03  l5-qty          pic -(7)9.
     03  l5-value        pic z(8)9.99-.
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
     open     i-o Reason-File.
     if       WS-WR-Status not = zero
              open  output Reason-File
              close Reason-File
              open  i-o    Reason-File.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Write-Off Reasons & Shrinkage" at 0126 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Write-Off Reason Codes"             at 0811 with foreground-color 2.
     display  "(2)  Shrinkage Analysis"                 at 0911 with foreground-color 2.
     display  "(X)  Return To Menu"                     at 1111 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Reason-Codes
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-Shrinkage
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    Reason-File.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Reason-Codes      section.
*>==============================
*>
*>  A blank description removes the code - st020 then stops taking
*>   it, the log and audit keep what was written off under it.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Write-Off Reason Codes" at 0130 with foreground-color 2.
*>
 ba010-Get-Code.
     move     spaces to WS-Code-In.
     display  "Reason Code   [  ]" at 0701 with foreground-color 2.
     accept   WS-Code-In at 0716 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Code-In = spaces
              go to ba999-exit.
     move     WS-Code-In to WR-Code.
     move     "Y" to WS-WR-Found.
     read     Reason-File
              invalid key
              move "N" to WS-WR-Found
              initialize Reason-Record
              move WS-Code-In to WR-Code
     end-read
     display  "Description   [                        ]" at 0901 with foreground-color 2.
     display  "GL/IRS Nominal[      ]"                   at 1001 with foreground-color 2.
     display  "(DR on write-off, CR stock control a/c)"  at 1025 with foreground-color 2.
     accept   WR-Desc at 0916 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              display " " at 0701 with erase eos
              go to ba010-Get-Code.
     if       WR-Desc = spaces
              go to ba080-Remove.
*>
 ba020-Get-Nominal.
     accept   WR-Nominal at 1016 with foreground-color 3 update.
     if       WR-Nominal = zero
              display ST751 at 2301 with foreground-color 4 highlight
              go to ba020-Get-Nominal.
     display  space at 2301 with erase eol.
     if       WS-Have-WR
              rewrite Reason-Record
     else
              write Reason-Record.
     go       to ba090-Another.
*>
 ba080-Remove.
     if       WS-Have-WR
              delete Reason-File record.
*>
 ba090-Another.
     display  "Saved - another (Y/N) ? [Y]" at 1201 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 1226 with foreground-color 6 update UPPER.
     if       ws-reply = "Y"
              display " " at 0701 with erase eos
              go to ba010-Get-Code.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Shrinkage         section.
*>==============================
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Shrinkage Analysis" at 0132 with foreground-color 2.
     move     to-day (4:2) to WS-To-Month.
     move     to-day (7:4) to WS-To-Year.
     if       WS-To-Month > 11
              compute WS-From-Month = WS-To-Month - 11
              move WS-To-Year to WS-From-Year
     else
              compute WS-From-Month = WS-To-Month + 1
              subtract 1 from WS-To-Year giving WS-From-Year.
     display  "From month [  ] year [    ]" at 0701 with foreground-color 2.
     display  "To   month [  ] year [    ]" at 0801 with foreground-color 2.
*>
 ca010-Get-Range.
     accept   WS-From-Month at 0713 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ca999-exit.
     accept   WS-From-Year  at 0723 with foreground-color 3 update.
     accept   WS-To-Month   at 0813 with foreground-color 3 update.
     accept   WS-To-Year    at 0823 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ca999-exit.
     compute  WS-From-No = (WS-From-Year * 12) + WS-From-Month.
     compute  WS-To-No   = (WS-To-Year   * 12) + WS-To-Month.
     if       WS-From-Month < 1 or > 12
           or WS-To-Month   < 1 or > 12
           or WS-To-No < WS-From-No
           or WS-To-No - WS-From-No > 11
              display ST752 at 2301 with foreground-color 4 highlight
              go to ca010-Get-Range.
     display  space at 2301 with erase eol.
     compute  WS-Months = WS-To-No - WS-From-No + 1.
*>
     initialize WS-GR-Table WS-IT-Table.
     move     zero to WS-GR-Cnt WS-IT-Cnt WS-Read-Cnt.
     perform  cb000-Load-Reasons.
     perform  cc000-Read-Log.
     if       WS-Read-Cnt = zero
              display ST753 at 1201 with foreground-color 4
              display ST003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ca999-exit.
*>
     open     output print-file.
     move     zero to page-nos.
     move     spaces to l1-range.
     string   "from "        delimited by size
              WS-From-Month  delimited by size
              "/"            delimited by size
              WS-From-Year   delimited by size
              " to "         delimited by size
              WS-To-Month    delimited by size
              "/"            delimited by size
              WS-To-Year     delimited by size
                             into l1-range.
     perform  da010-Month-Heads.
*>
     move     "Shrinkage by Write-Off Reason" to l1-title.
     move     "Reason"       to l2-head.
     move     "R" to WS-Kind.
     perform  da000-Print-Grid.
     move     "Shrinkage by Product Group"    to l1-title.
     move     "PA Group"     to l2-head.
     move     "P" to WS-Kind.
     perform  da000-Print-Grid.
     move     "Shrinkage by Location"         to l1-title.
     move     "Location"     to l2-head.
     move     "L" to WS-Kind.
     perform  da000-Print-Grid.
     perform  ea000-Ten-Worst.
*>
     close    print-file.
     call     "SYSTEM" using Print-Report.
     display  "Shrinkage analysis printed." at 1201 with foreground-color 2.
     display  ST003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 ca999-exit.
     exit     section.
*>
 cb000-Load-Reasons      section.
*>==============================
*>
*>  Every reason set up gets a line, in code order, written off
*>   against or not.
*>
     move     low-values to WR-Code.
     start    Reason-File key not less than WR-Code
              invalid key
              go to cb999-exit.
*>
 cb010-Read.
     read     Reason-File next record
              at end
              go to cb999-exit.
     move     "R"     to WS-Kind.
     move     WR-Code to WS-Label.
     move     WR-Desc to WS-Desc.
     perform  cd000-Find-Grid.
     go       to cb010-Read.
*>
 cb999-exit.
     exit     section.
*>
 cc000-Read-Log          section.
*>==============================
*>
     open     input WO-Log-File.
     if       WO-Fs-Reply not = zero
              go to cc999-exit.
*>
 cc010-Read.
     read     WO-Log-File
              at end
              close WO-Log-File
              go to cc999-exit.
     move     WO-Date to WS-Log-Date.
     compute  WS-Log-No = (WS-Log-Year * 12) + WS-Log-Month.
     if       WS-Log-No < WS-From-No
           or WS-Log-No > WS-To-No
              go to cc010-Read.
     add      1 to WS-Read-Cnt.
     compute  WS-M = WS-Log-No - WS-From-No + 1.
*>
     move     "R"         to WS-Kind.
     move     WO-Reason   to WS-Label.
     move     "(not on file)" to WS-Desc.
     perform  cd000-Find-Grid.
     perform  cd100-Add-Grid.
     move     "P"         to WS-Kind.
     move     WO-PA-Group to WS-Label.
     move     spaces      to WS-Desc.
     perform  cd000-Find-Grid.
     perform  cd100-Add-Grid.
     move     "L"         to WS-Kind.
     move     WO-Location to WS-Label.
     perform  cd000-Find-Grid.
     perform  cd100-Add-Grid.
     perform  ce000-Add-Item.
     go       to cc010-Read.
*>
 cc999-exit.
     exit     section.
*>
 cd000-Find-Grid         section.
*>==============================
*>
*>  G back as the line for WS-Kind / WS-Label, added when new - zero
*>   when the table is full.
*>
     move     1 to G.
*>
 cd010-Search.
     if       G > WS-GR-Cnt
              go to cd020-New.
     if       WS-GR-Kind (G) = WS-Kind
        and   WS-GR-Label (G) = WS-Label
              go to cd999-exit.
     add      1 to G.
     go       to cd010-Search.
*>
 cd020-New.
     if       WS-GR-Cnt not < 300
              display ST754 at 2301 with foreground-color 4 highlight
              move zero to G
              go to cd999-exit.
     add      1 to WS-GR-Cnt.
     move     WS-GR-Cnt to G.
     move     WS-Kind   to WS-GR-Kind (G).
     move     WS-Label  to WS-GR-Label (G).
     move     WS-Desc   to WS-GR-Desc (G).
*>
 cd999-exit.
     exit     section.
*>
 cd100-Add-Grid          section.
*>==============================
*>
     if       G = zero
              go to cd199-exit.
     add      WO-Value to WS-GR-Value (G WS-M) WS-GR-Total (G).
*>
 cd199-exit.
     exit     section.
*>
 ce000-Add-Item          section.
*>==============================
*>
     move     1 to K.
*>
 ce010-Search.
     if       K > WS-IT-Cnt
              go to ce020-New.
     if       WS-IT-Key (K) = WO-Stock-Key
              go to ce030-Add.
     add      1 to K.
     go       to ce010-Search.
*>
 ce020-New.
     if       WS-IT-Cnt not < 1000
              display ST754 at 2301 with foreground-color 4 highlight
              go to ce999-exit.
     add      1 to WS-IT-Cnt.
     move     WS-IT-Cnt    to K.
     move     WO-Stock-Key to WS-IT-Key (K).
     move     "N"          to WS-IT-Picked (K).
*>
 ce030-Add.
     move     WO-Desc      to WS-IT-Desc (K).
     move     WO-Reason    to WS-IT-Reason (K).
     add      1            to WS-IT-Times (K).
     add      WO-Qty       to WS-IT-Qty (K).
     add      WO-Value     to WS-IT-Value (K).
*>
 ce999-exit.
     exit     section.
*>
 da000-Print-Grid        section.
*>==============================
*>
*>  One page set per WS-Kind, a line per entry and the month totals.
*>
     initialize WS-Col-Totals.
     perform  db000-Headings.
     perform  dc000-Grid-Line varying G from 1 by 1
                              until G > WS-GR-Cnt.
     move     "Total"  to l3-label.
     move     spaces   to l3-desc.
     perform  dd000-Total-Cell varying WS-M from 1 by 1
                               until WS-M > 12.
     move     WS-CT-Total to l3-total.
     write    print-record from line-3 after 2.
*>
 da999-exit.
     exit     section.
*>
 da010-Month-Heads       section.
*>==============================
*>
     move     WS-From-Month to WS-Hd-Month.
     move     WS-From-Year  to WS-Hd-Year.
     perform  da020-Month-Head varying WS-M from 1 by 1
                               until WS-M > 12.
*>
 da019-exit.
     exit     section.
*>
 da020-Month-Head        section.
*>==============================
*>
     if       WS-M > WS-Months
              move spaces to l2-month (WS-M)
              go to da029-exit.
     move     WS-Hd-Month      to l2m-month.
     move     WS-Hd-Year (3:2) to l2m-year.
     move     line-2-Month     to l2-month (WS-M).
     add      1 to WS-Hd-Month.
     if       WS-Hd-Month > 12
              move 1 to WS-Hd-Month
              add  1 to WS-Hd-Year.
*>
 da029-exit.
     exit     section.
*>
 db000-Headings          section.
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
 db999-exit.
     exit     section.
*>
 dc000-Grid-Line         section.
*>==============================
*>
     if       WS-GR-Kind (G) not = WS-Kind
              go to dc999-exit.
     move     WS-GR-Label (G) to l3-label.
     move     WS-GR-Desc (G)  to l3-desc.
     if       WS-Kind = "P"
        and   WS-GR-Label (G) = spaces
              move "(none)" to l3-label.
     if       WS-Kind = "L"
        and   WS-GR-Label (G) = spaces
              move "(none)" to l3-label.
     perform  dc100-Grid-Cell varying WS-M from 1 by 1
                              until WS-M > 12.
     move     WS-GR-Total (G) to l3-total.
     add      WS-GR-Total (G) to WS-CT-Total.
     if       line-cnt > Page-Lines - 3
              perform db000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
*>
 dc999-exit.
     exit     section.
*>
 dc100-Grid-Cell         section.
*>==============================
*>
     if       WS-M > WS-Months
              move zero to l3-value (WS-M)
              go to dc199-exit.
     move     WS-GR-Value (G WS-M) to l3-value (WS-M).
     add      WS-GR-Value (G WS-M) to WS-CT-Value (WS-M).
*>
 dc199-exit.
     exit     section.
*>
 dd000-Total-Cell        section.
*>==============================
*>
     move     WS-CT-Value (WS-M) to l3-value (WS-M).
*>
 dd999-exit.
     exit     section.
*>
 ea000-Ten-Worst         section.
*>==============================
*>
*>  Largest value written off first, ten times over.
*>
     move     "Ten Worst Items for Shrinkage" to l1-title.
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     write    print-record from line-1 after page.
     write    print-record from line-4 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     1 to WS-Rank.
*>
 ea010-Next.
     if       WS-Rank > 10
              go to ea999-exit.
     move     zero to WS-Worst.
     perform  ea100-Compare varying K from 1 by 1
                            until K > WS-IT-Cnt.
     if       WS-Worst = zero
              go to ea999-exit.
     move     "Y"                     to WS-IT-Picked (WS-Worst).
     move     WS-Rank                 to l5-rank.
     move     WS-IT-Key (WS-Worst)    to l5-item.
     move     WS-IT-Desc (WS-Worst)   to l5-desc.
     move     WS-IT-Times (WS-Worst)  to l5-times.
     move     WS-IT-Reason (WS-Worst) to l5-reason.
     move     WS-IT-Qty (WS-Worst)    to l5-qty.
     move     WS-IT-Value (WS-Worst)  to l5-value.
     write    print-record from line-5 after 1.
     add      1 to WS-Rank.
     go       to ea010-Next.
*>
 ea999-exit.
     exit     section.
*>
 ea100-Compare           section.
*>==============================
*>
     if       WS-IT-Picked (K) = "Y"
           or WS-IT-Value (K) not > zero
              go to ea199-exit.
     if       WS-Worst = zero
              move K to WS-Worst
              go to ea199-exit.
     if       WS-IT-Value (K) > WS-IT-Value (WS-Worst)
              move K to WS-Worst.
*>
 ea199-exit.
     exit     section.
*>
