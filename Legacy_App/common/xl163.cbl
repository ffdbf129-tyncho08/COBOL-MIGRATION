       >>source free
*>*********************************************
*>                                            *
*>      Business Calendar Maintenance         *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         xl163.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Maintains the business calendar (fdcal.cob):
*>                        the home bank country and the roll rule
*>                        for each purpose - xl141 due dates, sl913
*>                        direct debit collections, pl940 payment
*>                        value dates, the xl170 cash flow, period
*>                        end dates and xl200 job streams - each
*>                        bank country's working week, and the
*>                        non-working days per country and year
*>                        (bank holidays and company closures).
*>                        Prints the calendar for a country and year
*>                        and the period end schedule - the working
*>                        day each month end falls on under the
*>                        period end rule, via the xl164 engine
*>                        that every caller uses.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04, xl164.
*>**
*>    Error messages used.
*>                        XL224    Invalid date.
*>                        XL225    Rule must be F, P, M or N.
*>                        XL226    Type must be B or C.
*>                        XL227    Week must be Y or N per day.
*>                        XL228    Country not set up.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for the business calendar.
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
 copy "selcal.cob".
 copy "selprint.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdcal.cob".
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "XL163 (3.02.00)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wscal.cob".
*>
 01  All-My-Constants    pic 9(4).
     copy "screenio.cpy".
*>
 01  ws-data.
     03  menu-reply      pic x.
     03  ws-reply        pic x.
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  WS-Country-In   pic xx           value spaces.
     03  WS-Year-In      pic 9(4)         value zero.
     03  WS-Period       pic 99           value zero.
     03  WS-Rx           pic 9            value zero.
     03  WS-Wx           pic 9            value zero.
     03  WS-Day-Bin      binary-long      value zero.
     03  WS-Ccyymmdd     pic 9(8)         value zero.
     03  filler          redefines WS-Ccyymmdd.
         05  WS-Ccyy     pic 9(4).
         05  WS-MM       pic 99.
         05  WS-DD       pic 99.
     03  WS-Day-Cnt      pic 999          value zero.
     03  WS-Ptr          pic 99           value zero.
*>
 01  WS-Purpose-Names.
     03  filler          pic x(32) value "DUDue dates (terms, xl141)".
     03  filler          pic x(32) value "DDDirect debit collections".
     03  filler          pic x(32) value "PYPayment value dates".
     03  filler          pic x(32) value "CFCash flow forecast".
     03  filler          pic x(32) value "PEPeriod end dates".
     03  filler          pic x(32) value "JSJob stream runs".
 01  filler              redefines WS-Purpose-Names.
     03  WS-Purpose      occurs 6.
         05  WS-Pur-Code pic xx.
         05  WS-Pur-Name pic x(30).
*>
 01  WS-Day-Names        pic x(21) value "MonTueWedThuFriSatSun".
 01  filler              redefines WS-Day-Names.
     03  WS-Day-Name     pic x(3)  occurs 7.
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
     03  XL224          pic x(18) value "XL224 Invalid date".
     03  XL225          pic x(31) value "XL225 Rule must be F, P, M or N".
     03  XL226          pic x(25) value "XL226 Type must be B or C".
     03  XL227          pic x(33) value "XL227 Week must be Y or N per day".
     03  XL228          pic x(24) value "XL228 Country not set up".
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
     03  l3-date         pic x(12).
     03  l3-day          pic x(5).
     03  l3-type         pic x(15).
     03  l3-desc         pic x(30).
*>
 01  line-4.
     03  l4-period       pic z9bbbbbb.
     03  l4-month-end    pic x(12).
     03  l4-day          pic x(8).
     03  l4-close        pic x(12).
     03  l4-close-day    pic x(5).
     03  l4-desc         pic x(30).
*>
 01  line-5.
     03  l5-lit          pic x(20).
     03  l5-value        pic x(60).
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
     open     i-o Calendar-File.
     if       fs-reply not = zero
              open  output Calendar-File
              close Calendar-File
              open  i-o    Calendar-File.
     perform  za000-Read-Control.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Business Calendar" at 0132 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Home Country & Roll Rules"       at 0811 with foreground-color 2.
     display  "(2)  Bank Countries & Working Week"   at 0911 with foreground-color 2.
     display  "(3)  Enter or Delete Non-Working Days" at 1011 with foreground-color 2.
     display  "(4)  Print Calendar for a Year"       at 1111 with foreground-color 2.
     display  "(5)  Print Period End Schedule"       at 1211 with foreground-color 2.
     display  "(X)  Return To Menu"                  at 1411 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Control
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-Countries
              go to menu-return.
     if       menu-reply = "3"
              perform  da000-Days
              go to menu-return.
     if       menu-reply = "4"
              perform  ea000-Calendar-List
              go to menu-return.
     if       menu-reply = "5"
              perform  fa000-Period-Ends
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    Calendar-File.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Control           section.
*>==============================
*>
*>  Home country and the rule per purpose: F next working day,
*>   P previous, M modified following, N leave the date alone.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Home Country & Roll Rules" at 0128 with foreground-color 2.
     perform  za000-Read-Control.
     display  "Home bank country  [  ]" at 0501 with foreground-color 2.
     accept   Cal-Home-Country at 0521 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     if       Cal-Home-Country = spaces
              move "GB" to Cal-Home-Country.
     display  "Roll rules - F next working day, P previous, M modified following, N none"
                                   at 0701 with foreground-color 2.
     move     1 to WS-Rx.
*>
 ba010-Show.
     compute  lin = 8 + WS-Rx.
     move     3 to cole.
     display  WS-Pur-Code (WS-Rx) at curs with foreground-color 2.
     move     7 to cole.
     display  WS-Pur-Name (WS-Rx) at curs with foreground-color 2.
     move     38 to cole.
     display  "[ ]" at curs with foreground-color 2.
     move     39 to cole.
*>
 ba020-Rule.
     accept   Cal-Rule (WS-Rx) at curs with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     if       Cal-Rule (WS-Rx) not = "F" and not = "P"
                           and not = "M" and not = "N"
              display XL225 at 2301 with foreground-color 4 highlight
              go to ba020-Rule.
     display  " " at 2301 with erase eol.
     add      1 to WS-Rx.
     if       WS-Rx < 7
              go to ba010-Show.
*>
     rewrite  Calendar-Record
              invalid key
              write Calendar-Record
     end-rewrite
     display  "Saved." at 1701 with foreground-color 2.
     display  "Hit Return to continue" at 1801 with foreground-color 2.
     accept   ws-reply at 1824.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Countries         section.
*>==============================
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Bank Countries & Working Week" at 0126 with foreground-color 2.
*>
 ca010-Get-Country.
     move     spaces to WS-Country-In.
     display  "Country code [  ]" at 0501 with foreground-color 2.
     accept   WS-Country-In at 0515 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Country-In = spaces
              go to ca999-exit.
     move     WS-Country-In to Cal-Country.
     move     zero          to Cal-Date.
     read     Calendar-File
              invalid key
              move spaces    to Cal-Data
              move "YYYYYNN" to Cal-Week
     end-read
     display  "Name         [                        ]" at 0701 with foreground-color 2.
     accept   Cal-Name at 0715 with foreground-color 3 update.
     display  "Working week [       ]  Mon - Sun, Y = working" at 0901 with foreground-color 2.
*>
 ca020-Week.
     accept   Cal-Week at 0915 with foreground-color 3 update UPPER.
     move     1 to WS-Wx.
*>
 ca030-Check.
     if       Cal-Week (WS-Wx:1) not = "Y" and not = "N"
              display XL227 at 2301 with foreground-color 4 highlight
              go to ca020-Week.
     add      1 to WS-Wx.
     if       WS-Wx < 8
              go to ca030-Check.
     display  " " at 2301 with erase eol.
*>
     move     WS-Country-In to Cal-Country.
     move     zero          to Cal-Date.
     write    Calendar-Record
              invalid key
              rewrite Calendar-Record
     end-write
     display  "Saved - another (Y/N) ? [Y]" at 1101 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 1126 with foreground-color 6 update UPPER.
     if       ws-reply = "Y"
              display " " at 0501 with erase eos
              go to ca010-Get-Country.
*>
 ca999-exit.
     exit     section.
*>
 da000-Days              section.
*>==============================
*>
*>  One record per non-working day - keying an existing day shows it
*>   and offers to amend or delete it.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Enter / Delete Non-Working Days" at 0125 with foreground-color 2.
     move     Cal-Home-Country to WS-Country-In.
*>
 da010-Get-Country.
     display  "Country code [  ]" at 0501 with foreground-color 2.
     accept   WS-Country-In at 0515 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Country-In = spaces
              go to da999-exit.
     move     WS-Country-In to Cal-Country.
     move     zero          to Cal-Date.
     read     Calendar-File
              invalid key
              display XL228 at 2301 with foreground-color 4 highlight
              go to da010-Get-Country
     end-read
     display  " " at 2301 with erase eol.
     display  Cal-Name at 0520 with foreground-color 3.
*>
 da020-Get-Date.
     display  " " at 0701 with erase eos.
     move     spaces to ws-test-date.
     display  "Date         [          ]" at 0701 with foreground-color 2.
     accept   ws-test-date at 0715 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or ws-test-date = spaces
              go to da999-exit.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              display XL224 at 2301 with foreground-color 4 highlight
              go to da020-Get-Date.
     display  " " at 2301 with erase eol.
     perform  zb000-Bin-To-Key.
     display  WS-Day-Name (WS-Wx) at 0727 with foreground-color 3.
*>
     move     WS-Country-In to Cal-Country.
     move     WS-Ccyymmdd   to Cal-Date.
     read     Calendar-File
              invalid key
              move spaces to Cal-Data
              move "B"    to Cal-Day-Type
              go to da030-Enter
     end-read
     display  "On file - (A)mend, (D)elete or (S)kip ? [S]" at 0901 with foreground-color 2.
     move     "S" to ws-reply.
     accept   ws-reply at 0942 with foreground-color 6 update UPPER.
     if       ws-reply = "D"
              delete Calendar-File record
              go to da020-Get-Date.
     if       ws-reply not = "A"
              go to da020-Get-Date.
*>
 da030-Enter.
     display  "Description  [                              ]" at 1101 with foreground-color 2.
     accept   Cal-Desc at 1115 with foreground-color 3 update.
     display  "Type         [ ]  B = bank holiday, C = company closure" at 1301 with foreground-color 2.
*>
 da040-Type.
     accept   Cal-Day-Type at 1315 with foreground-color 3 update UPPER.
     if       not Cal-Bank-Holiday
         and  not Cal-Closure
              display XL226 at 2301 with foreground-color 4 highlight
              go to da040-Type.
     display  " " at 2301 with erase eol.
     move     WS-Country-In to Cal-Country.
     move     WS-Ccyymmdd   to Cal-Date.
     write    Calendar-Record
              invalid key
              rewrite Calendar-Record
     end-write
     go       to da020-Get-Date.
*>
 da999-exit.
     exit     section.
*>
 ea000-Calendar-List     section.
*>==============================
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Print Calendar for a Year" at 0128 with foreground-color 2.
     move     Cal-Home-Country to WS-Country-In.
     display  "Country code [  ]   Year [    ]" at 0501 with foreground-color 2.
     accept   WS-Country-In at 0515 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Country-In = spaces
              go to ea999-exit.
     move     to-day (7:4) to WS-Year-In.
     accept   WS-Year-In at 0527 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ea999-exit.
     move     WS-Country-In to Cal-Country.
     move     zero          to Cal-Date.
     read     Calendar-File
              invalid key
              display XL228 at 2301 with foreground-color 4 highlight
              accept ws-reply at 2330
              go to ea999-exit
     end-read
*>
     open     output print-file.
     move     zero to page-nos WS-Day-Cnt.
     move     spaces to l1-title.
     string   "Business Calendar " WS-Country-In " " WS-Year-In
              delimited by size into l1-title.
     move     "Date        Day  Type           Description" to l2-head.
     perform  fb000-Headings.
     move     "Country"      to l5-lit.
     move     Cal-Name       to l5-value.
     write    print-record from line-5 after 1.
     move     "Working week" to l5-lit.
     move     spaces to l5-value.
     move     1 to WS-Wx WS-Ptr.
*>
 ea010-Week.
     if       Cal-Week (WS-Wx:1) = "Y"
              string WS-Day-Name (WS-Wx) " " delimited by size
                     into l5-value with pointer WS-Ptr.
     add      1 to WS-Wx.
     if       WS-Wx < 8
              go to ea010-Week.
     write    print-record from line-5 after 1.
     move     spaces to print-record.
     write    print-record after 1.
     add      3 to line-cnt.
*>
     move     WS-Country-In to Cal-Country.
     move     WS-Year-In    to WS-Ccyy.
     move     0101          to WS-Ccyymmdd (5:4).
     move     WS-Ccyymmdd   to Cal-Date.
     start    Calendar-File key not less than Cal-Key
              invalid key
              go to ea900-End
     end-start.
*>
 ea020-Read.
     read     Calendar-File next record
              at end go to ea900-End.
     if       Cal-Country not = WS-Country-In
           or Cal-Date (1:4) not = WS-Year-In
              go to ea900-End.
     move     Cal-Date to WS-Ccyymmdd.
     move     spaces to u-date.
     string   WS-DD "/" WS-MM "/" WS-Ccyy delimited by size into u-date.
     move     zero to u-bin.
     perform  maps03.
     perform  zb000-Bin-To-Key.
     perform  zz060-Convert-Date.
     move     ws-date to l3-date.
     move     WS-Day-Name (WS-Wx) to l3-day.
     if       Cal-Bank-Holiday
              move "Bank holiday"    to l3-type
     else
              move "Company closure" to l3-type.
     move     Cal-Desc to l3-desc.
     if       line-cnt > Page-Lines - 3
              perform fb000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt WS-Day-Cnt.
     go       to ea020-Read.
*>
 ea900-End.
     move     "Non-working days"  to l5-lit.
     move     spaces to l5-value.
     move     WS-Day-Cnt to l5-value (1:3).
     write    print-record from line-5 after 2.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     perform  za000-Read-Control.
*>
 ea999-exit.
     exit     section.
*>
 fa000-Period-Ends       section.
*>==============================
*>
*>  Each calendar month end of the year and the working day it rolls
*>   to under the period end rule - the dates the month end close and
*>   its job streams are planned around.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Print Period End Schedule" at 0128 with foreground-color 2.
     move     to-day (7:4) to WS-Year-In.
     display  "Year [    ]" at 0501 with foreground-color 2.
     accept   WS-Year-In at 0507 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to fa999-exit.
*>
     open     output print-file.
     move     zero to page-nos.
     move     spaces to l1-title.
     string   "Period End Schedule " WS-Year-In
              delimited by size into l1-title.
     move     "Period  Month End   Day     Close Date  Day  Reason" to l2-head.
     perform  fb000-Headings.
     move     "Period end rule"   to l5-lit.
     move     Cal-Rule-Period     to l5-value.
*>
*>  xl164 opens the calendar itself, so it is released meanwhile.
*>
     close    Calendar-File.
     write    print-record from line-5 after 1.
     move     spaces to print-record.
     write    print-record after 1.
     add      2 to line-cnt.
     move     1 to WS-Period.
*>
 fa010-Month.
*>
*>  Month end = the 1st of the month following less one day.
*>
     move     WS-Year-In to WS-Ccyy.
     add      1 WS-Period giving WS-MM.
     if       WS-MM > 12
              move 1 to WS-MM
              add  1 to WS-Ccyy.
     move     1 to WS-DD.
     move     spaces to u-date.
     string   WS-DD "/" WS-MM "/" WS-Ccyy delimited by size into u-date.
     move     zero to u-bin.
     perform  maps03.
     subtract 1 from u-bin giving WS-Day-Bin.
*>
     move     spaces to line-4.
     move     WS-Period to l4-period.
     move     WS-Day-Bin to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l4-month-end.
     move     WS-Day-Bin to u-bin.
     perform  zb000-Bin-To-Key.
     move     WS-Day-Name (WS-Wx) to l4-day.
*>
     set      Cal-Fn-Roll to true.
     move     "PE"   to Cal-Purpose.
     move     spaces to Cal-Bank-Country.
     move     WS-Day-Bin to Cal-In-Date.
     call     "xl164" using Cal-Call-Block file-defs.
     if       Cal-Is-Working
              move "As month end" to l4-close
     else
              move Cal-Out-Date to u-bin
              perform zz060-Convert-Date
              move ws-date to l4-close
              move Cal-Out-Date to u-bin
              perform zb000-Bin-To-Key
              move WS-Day-Name (WS-Wx) to l4-close-day
              move Cal-Desc-Out to l4-desc.
     if       line-cnt > Page-Lines - 3
              perform fb000-Headings.
     write    print-record from line-4 after 1.
     add      1 to line-cnt.
     add      1 to WS-Period.
     if       WS-Period < 13
              go to fa010-Month.
*>
     set      Cal-Fn-Close to true.
     call     "xl164" using Cal-Call-Block file-defs.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     open     i-o Calendar-File.
     perform  za000-Read-Control.
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
 za000-Read-Control      section.
*>==============================
*>
*>  Control record read (created with the defaults when missing) so
*>   it is the current record for ba000 to rewrite.
*>
     move     spaces to Cal-Country.
     move     zero   to Cal-Date.
     read     Calendar-File
              invalid key
              move spaces   to Cal-Data
              move "GB"     to Cal-Home-Country
              move "FFFFPF" to Cal-Rules
              write Calendar-Record
     end-read.
*>
 za999-exit.
     exit     section.
*>
 zb000-Bin-To-Key        section.
*>==============================
*>
*>  u-bin to the ccyymmdd key and the day of the week (WS-Wx) -
*>   binary dates count from 01/01/1601, a Monday.
*>
     move     u-bin to WS-Day-Bin.
     perform  maps03.
     move     u-date (7:4) to WS-Ccyy.
     move     u-date (4:2) to WS-MM.
     move     u-date (1:2) to WS-DD.
     subtract 1 from WS-Day-Bin.
     divide   WS-Day-Bin by 7 giving WS-Day-Bin remainder WS-Wx.
     add      1 to WS-Wx.
     move     u-bin to WS-Day-Bin.
*>
 zb999-exit.
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
 zz060-Convert-Date        section.
*>********************************
*>
*>  Converts date in binary to UK/USA/Intl date format
*>****************************************************
*> Input:   u-bin
*> output:  ws-date as uk/US/Inlt date format
*>
     perform  maps03.
     move     u-date to ws-date.
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
 maps03       section.
*>*******************
*>
     call     "maps04"  using  maps03-ws.
*>
 maps04-exit.
     exit     section.
*>
