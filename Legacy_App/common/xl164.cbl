       >>source free
*>*********************************************
*>                                            *
*>     Business Calendar Working Day Engine   *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         xl164.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Says whether a date is a working day and
*>                        moves it to one.  Callers fill the
*>                        Cal-Call-Block (wscal.cob) with a purpose,
*>                        a bank country (spaces = the home country)
*>                        and a binary date.  A day is non-working
*>                        when it falls outside the country's
*>                        working week or is on the calendar
*>                        (fdcal.cob, maintained in xl163) as a bank
*>                        holiday or company closure.  Rolling uses
*>                        the rule held for the purpose on the
*>                        control record - following, preceding,
*>                        modified following or none.  With no
*>                        calendar file every day is a working day
*>                        and dates come back unchanged, so nothing
*>                        moves until the calendar is set up.  The
*>                        file stays open between calls; call with
*>                        Cal-Fn-Close at end of run.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04.
*>**
*>    Error messages used.
*>                        None - falls back rather than stopping.
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
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdcal.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "XL164 (3.02.00)".
*>
 copy "wsmaps03.cob".
 77  Fs-Reply            pic 99            value zero.
 77  WS-File-Open        pic x             value "N".
 77  WS-File-Missing     pic x             value "N".
*>
 01  WS-Cal-Work.
     03  WS-Home-Country pic xx            value "GB".
     03  WS-Rules        pic x(6)          value "FFFFPF".
     03  WS-Rule         redefines WS-Rules
                         pic x             occurs 6.
     03  WS-Rx           pic 9             value zero.
     03  WS-Country      pic xx            value spaces.
     03  WS-Week-Country pic xx            value high-values.
     03  WS-Week         pic x(7)          value "YYYYYNN".
     03  WS-Week-Day     redefines WS-Week
                         pic x             occurs 7.
     03  WS-Wd           pic 9             value zero.
     03  WS-Quot         binary-long       value zero.
     03  WS-Test-Bin     binary-long       value zero.
     03  WS-Test-Working pic x             value "Y".
     03  WS-Test-Desc    pic x(30)         value spaces.
     03  WS-In-Month     pic 99            value zero.
     03  WS-Guard        pic 999           value zero.
     03  WS-Ccyymmdd     pic 9(8)          value zero.
     03  filler          redefines WS-Ccyymmdd.
         05  WS-Ccyy     pic 9(4).
         05  WS-MM       pic 99.
         05  WS-DD       pic 99.
*>
 linkage section.
*>**************
*>
 copy "wscal.cob".
 copy "wsnames.cob".
*>
 procedure division using Cal-Call-Block
                          file-defs.
*>=================================
*>
 aa000-Main section.
*>*****************
*>
     if       Cal-Fn-Close
              if   WS-File-Open = "Y"
                   close Calendar-File
                   move "N" to WS-File-Open
              end-if
              go to aa999-Main-Exit.
*>
*>  Default = the date as given, a working day, until the calendar
*>   says otherwise.
*>
     move     Cal-In-Date to Cal-Out-Date.
     move     "Y"    to Cal-Working.
     move     space  to Cal-Rule-Used.
     move     spaces to Cal-Desc-Out.
     if       Cal-In-Date not > zero
           or WS-File-Missing = "Y"
              go to aa999-Main-Exit.
     if       WS-File-Open = "N"
              perform ab000-Open-Calendar.
     if       WS-File-Missing = "Y"
              go to aa999-Main-Exit.
*>
     move     Cal-Bank-Country to WS-Country.
     if       WS-Country = spaces
              move WS-Home-Country to WS-Country.
     if       WS-Country not = WS-Week-Country
              perform ac000-Load-Week.
*>
     move     Cal-In-Date to WS-Test-Bin.
     perform  ba000-Test-Day.
     move     WS-Test-Working to Cal-Working.
     move     WS-Test-Desc    to Cal-Desc-Out.
     if       Cal-Fn-Test
           or Cal-Is-Working
              go to aa999-Main-Exit.
*>
*>  Rule for the purpose - anything not known rolls forward.
*>
     move     zero to WS-Rx.
     if       Cal-Purpose = "DU"
              move 1 to WS-Rx.
     if       Cal-Purpose = "DD"
              move 2 to WS-Rx.
     if       Cal-Purpose = "PY"
              move 3 to WS-Rx.
     if       Cal-Purpose = "CF"
              move 4 to WS-Rx.
     if       Cal-Purpose = "PE"
              move 5 to WS-Rx.
     if       Cal-Purpose = "JS"
              move 6 to WS-Rx.
     if       WS-Rx = zero
              move "F" to Cal-Rule-Used
     else
              move WS-Rule (WS-Rx) to Cal-Rule-Used.
     if       Cal-Rule-Used not = "F" and not = "P"
                        and not = "M" and not = "N"
              move "F" to Cal-Rule-Used.
     if       Cal-Rule-Used = "N"
              go to aa999-Main-Exit.
     if       Cal-Rule-Used = "P"
              perform bc000-Previous
              go to aa999-Main-Exit.
*>
     perform  bb000-Following.
     if       Cal-Rule-Used = "F"
              go to aa999-Main-Exit.
*>
*>  Modified following - back to the previous working day when the
*>   next one is in the following month.
*>
     move     Cal-In-Date to u-bin.
     perform  zz000-Maps04.
     move     u-date (4:2) to WS-In-Month.
     move     Cal-Out-Date to u-bin.
     perform  zz000-Maps04.
     if       u-date (4:2) not = WS-In-Month
              perform bc000-Previous.
*>
 aa999-Main-Exit.
     goback.
*>
 ab000-Open-Calendar section.
*>**************************
*>
     open     input Calendar-File.
     if       Fs-Reply not = zero
              move "Y" to WS-File-Missing
              go to ab999-exit.
     move     "Y" to WS-File-Open.
     move     spaces to Cal-Country.
     move     zero   to Cal-Date.
     read     Calendar-File
              invalid key
              go to ab999-exit
     end-read
     if       Cal-Home-Country not = spaces
              move Cal-Home-Country to WS-Home-Country.
     if       Cal-Rules not = spaces
              move Cal-Rules to WS-Rules.
*>
 ab999-exit.
     exit     section.
*>
 ac000-Load-Week     section.
*>**************************
*>
     move     WS-Country to WS-Week-Country.
     move     "YYYYYNN"  to WS-Week.
     move     WS-Country to Cal-Country.
     move     zero       to Cal-Date.
     read     Calendar-File
              invalid key
              go to ac999-exit
     end-read
     if       Cal-Week not = spaces
              move Cal-Week to WS-Week.
*>
 ac999-exit.
     exit     section.
*>
 ba000-Test-Day      section.
*>**************************
*>
*>  WS-Test-Bin working ?  Binary dates count from 01/01/1601, a
*>   Monday, so the remainder gives the day of the week.
*>
     move     "Y"    to WS-Test-Working.
     move     spaces to WS-Test-Desc.
     subtract 1 from WS-Test-Bin giving WS-Quot.
     divide   WS-Quot by 7 giving WS-Quot remainder WS-Wd.
     add      1 to WS-Wd.
     if       WS-Week-Day (WS-Wd) not = "Y"
              move "N" to WS-Test-Working
              move "Non-working weekday" to WS-Test-Desc
              go to ba999-exit.
*>
     move     WS-Test-Bin to u-bin.
     perform  zz000-Maps04.
     move     u-date (7:4) to WS-Ccyy.
     move     u-date (4:2) to WS-MM.
     move     u-date (1:2) to WS-DD.
     move     WS-Country   to Cal-Country.
     move     WS-Ccyymmdd  to Cal-Date.
     read     Calendar-File
              invalid key
              go to ba999-exit
     end-read
     move     "N" to WS-Test-Working.
     move     Cal-Desc to WS-Test-Desc.
*>
 ba999-exit.
     exit     section.
*>
 bb000-Following     section.
*>**************************
*>
*>  Forward from the date given to the next working day - a year of
*>   non-working days in a row is the calendar gone wrong, so stop.
*>
     move     Cal-In-Date to WS-Test-Bin.
     move     zero to WS-Guard.
*>
 bb010-Next.
     add      1 to WS-Test-Bin WS-Guard.
     if       WS-Guard > 366
              go to bb999-exit.
     perform  ba000-Test-Day.
     if       WS-Test-Working not = "Y"
              go to bb010-Next.
     move     WS-Test-Bin to Cal-Out-Date.
*>
 bb999-exit.
     exit     section.
*>
 bc000-Previous      section.
*>**************************
*>
     move     Cal-In-Date to WS-Test-Bin.
     move     zero to WS-Guard.
*>
 bc010-Prior.
     subtract 1 from WS-Test-Bin.
     add      1 to WS-Guard.
     if       WS-Guard > 366
           or WS-Test-Bin < 1
              go to bc999-exit.
     perform  ba000-Test-Day.
     if       WS-Test-Working not = "Y"
              go to bc010-Prior.
     move     WS-Test-Bin to Cal-Out-Date.
*>
 bc999-exit.
     exit     section.
*>
 zz000-Maps04 section.
*>*******************
*>
     call     "maps04"  using  maps03-ws.
*>
 zz999-exit.
     exit     section.
*>
