       >>source free
*>*****************************************************************
*>                                                                *
*>              Bank  Statement  Import  Program                  *
*>                                                                *
*>*****************************************************************
 identification          division.
*>================================
*>
 program-id.            irs035.
*>
*> Author.              Vincent B Coen, FIDPM FBCS
*>                      for Applewood Computers.
*>**
*> Security.            Copyright (C) 1976-2026 and later, Vincent Bryan Coen.
*>                      Distributed under the GNU General Public License.
*>                      See the file COPYING for details.
*>**
*> Remarks.             Bank statement import for IRS clients.
*>                      The client's statement, a CSV file (IRSBANK.CSV in
*>                      the ACAS directory) laid out either as
*>                        date, narrative, amount  (money out negative) or
*>                        date, narrative, paid out, paid in,
*>                      is loaded against one of the IRS bank defaults
*>                      together with the opening and closing balances
*>                      from the paper statement as the control.
*>                      Each line's narrative is matched against the
*>                      memorised allocation rules (irsrules.dat) - a
*>                      keyword giving an IRS default or nominal account,
*>                      posting code and VAT rate, the longest keyword
*>                      found winning - and is proposed for posting.
*>                      Lines with no rule wait for the bookkeeper to
*>                      allocate, with the option of saving the choice as
*>                      a new rule for next time.
*>                      Accepted lines are written as normal IRS postings
*>                      and the nominal ledger updated as irs030 does, but
*>                      only once the lines loaded agree to the statement.
*>
*>                      Lines where the date will not convert (headings,
*>                      balances brought forward, totals) are passed over.
*>                      Dates may be dd/mm/yy, dd/mm/ccyy or ccyy-mm-dd.
*>                      VAT is taken out of the gross bank amount at the
*>                      rate given, input VAT (default 31) for money out
*>                      and output VAT (default 32) for money in.
*>**
*> Version.             See prog-name in ws.
*>**
*> Calls.
*>                      acasirsub1  ->
*>                       irsnominalMT
*>                      acasirsub3 ->
*>                       irsdfltMT
*>                      acasirsub4 ->
*>                       postingMT
*>                      xl181        Period close posting gate.
*>**
*> Error messages used.
*>  System Wide
*>                      SM901 }
*>                      SM903 } Produced by DAL.
*>                      SM904 }
*>                      SY008.
*>                      IR911 }
*>                      IR912 } From FH.
*>                      IR913 }
*>                      IR914 }
*>                      IR915 }
*>                      IR916 }
*>  Module Specific.
*>                      IR350 Statement file not found - see IRSBANK.CSV
*>                      IR351 Lines not yet posted are held - loading replaces them
*>                      IR352 That is not a bank default. Re-enter
*>                      IR353 That account does not exist. Re-enter
*>                      IR354 Posting & bank a/c must not be the same
*>                      IR355 Lines do not agree to the statement - difference
*>                      IR356 VAT Account/s not present, Fix it. Now hit return
*>                      IR357 No statement loaded
*>                      IR358 Keyword already a rule - replace it (Y/N) ?
*>                      IR359 Nothing to post
*>                      IR35A Error on posting file, Fs-reply =
*>                      IR35B Make sure that you have backed up your data
*>**
*> Changes.
*>
*> 15/10/26 vbc - 3.02.00 Written.
*>**
*>*************************************************************************
*>
*>  From copyright.cob.
*>
*> Copyright Notice.
*> ****************
*>
*> This notice supersedes all prior copyright notices & was updated 2024-04-16.
*>
*> These files and programs are part of the Applewood Computers Accounting
*> System and is Copyright (c) Vincent B Coen. 1976-2026 and later.
*>
*> This program is now free software; you can redistribute it and/or modify it
*> under the terms listed here and of the GNU General Public License as
*> published by the Free Software Foundation; version 3 and later as revised
*> for PERSONAL USAGE ONLY and that includes for use within a business but
*> EXCLUDES repackaging or for Resale, Rental or Hire in ANY way.
*>
*> Persons interested in repackaging, redevelopment for the purpose of resale or
*> distribution in a rental or hire mode must get in touch with the copyright
*> holder with your commercial plans and proposals.
*>
*> ACAS is distributed in the hope that it will be useful, but WITHOUT
*> ANY WARRANTY; without even the implied warranty of MERCHANTABILITY or
*> FITNESS FOR A PARTICULAR PURPOSE.  See the GNU General Public License
*> for more details. If it breaks, you own both pieces but I will endeavour
*> to fix it, providing you tell me about the problem.
*>
*> You should have received a copy of the GNU General Public License along
*> with ACAS; see the file COPYING.  If not, write to the Free Software
*> Foundation, 59 Temple Place, Suite 330, Boston, MA 02111-1307 USA.
*>
*>*************************************************************************
*>
 environment division.
*>====================
*>
 copy  "envdiv.cob".
 input-output section.
 file-control.
*>
     select  print-file     assign "prt-1"
                            organization line sequential.
*>
     select  Statement-File assign File-150
                            organization line sequential
                            status ws-st-status.
*>
 copy "selirsrule.cob".
 copy "selirsbank.cob".
*>
 data division.
*>=============
*>
 file section.
*>
 fd  print-file.
*>
 01  print-record        pic x(110).
*>
 fd  Statement-File.
*>
 01  Statement-Record    pic x(256).
*>
 copy "fdirsrule.cob".
 copy "fdirsbank.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(16) value "irs035 (3.02.00)".
 copy "irsprint-spool-command-p.cob".
*>
 01  filler.
     03  a               binary-char     value zero.
     03  ws-reply        pic x.
     03  menu-reply      pic x.
     03  ws-st-status    pic xx          value zero.
     03  ws-seq          pic 9(5)        value zero.
     03  ws-save-seq     pic 9(5)        value zero.
     03  ws-def          pic 99          value zero.
     03  ws-account      pic 9(5)        value zero.
     03  ws-code         pic xx          value spaces.
     03  ws-vat-no       pic 9           value zero.
     03  ws-bank-def     pic 99          value zero.
     03  ws-layout       pic 9           value 1.
     03  ws-ok           pic x           value "N".
         88  ws-good                     value "Y".
     03  ws-money-in     pic x           value "N".
         88  ws-is-money-in              value "Y".
     03  ws-amt-in       pic s9(9)v99    value zero.
     03  ws-opening      pic s9(9)v99    value zero.
     03  ws-closing      pic s9(9)v99    value zero.
     03  ws-load-total   pic s9(9)v99    value zero.
     03  ws-gross        pic s9(7)v99    value zero.
     03  ws-net          pic s9(7)v99    value zero.
     03  ws-vat-amt      pic s9(7)v99    value zero.
     03  ws-movement     pic s9(9)v99    value zero.
     03  ws-difference   pic s9(9)v99    value zero.
     03  ws-loaded       pic 9(5)        value zero.
     03  ws-skipped      pic 9(5)        value zero.
     03  ws-matched      pic 9(5)        value zero.
     03  ws-unmatched    pic 9(5)        value zero.
     03  ws-proposed     pic 9(5)        value zero.
     03  ws-accepted     pic 9(5)        value zero.
     03  ws-posted       pic 9(5)        value zero.
     03  ws-held         pic 9(5)        value zero.
     03  ws-rejected     pic 9(5)        value zero.
     03  ws-vat-needed   pic 9           value zero.
     03  display-amount  pic z(8)9.99-.
     03  display-count   pic zzzz9.
     03  display-account pic zzzz9.
*>
*> Statement totals by line status for the proof and the load.
*>
     03  ws-tot-unmatched pic s9(9)v99   value zero.
     03  ws-tot-proposed pic s9(9)v99    value zero.
     03  ws-tot-accepted pic s9(9)v99    value zero.
     03  ws-tot-rejected pic s9(9)v99    value zero.
     03  ws-tot-posted   pic s9(9)v99    value zero.
*>
     03  WS-Vat-Rates                    value zero.  *> taken from IRS system rec.
         05  WS-Vat-Rate pic 99v99   occurs 3.
         05  WS-Vat-Rate-Disp
                         pic z9.99   occurs 3.
*>
*> CSV line split out, pl047 fashion.
*>
 01  ws-in-fields.
     03  ws-in-date      pic x(12).
     03  ws-in-narrative pic x(40).
     03  ws-in-amt1      pic x(16).
     03  ws-in-amt2      pic x(16).
 01  ws-csv-date         pic x(12).
*>
*> The statement control (BI-Seq zero) kept here, as the line
*>  records share its record area.
*>
 01  ws-control.
     03  WC-Bank-Def     pic 99.
     03  WC-Bank-Ac      pic 9(5).
     03  WC-Opening      pic s9(9)v99  sign is leading.
     03  WC-Closing      pic s9(9)v99  sign is leading.
     03  WC-Total        pic s9(9)v99  sign is leading.
     03  WC-Lines        pic 9(5).
     03  WC-Load-Date    pic x(8).
     03  filler          pic x(38).
 01  ws-test-date        pic x(8).
 01  ws-narr-up          pic x(32).
*>
*> The allocation rules, held in store while matching.
*>
 01  ws-rule-table.
     03  ws-rule-entry               occurs 500.
         05  rt-keyword  pic x(20).
         05  rt-len      pic 99.
         05  rt-default  pic 99.
         05  rt-account  pic 9(5).
         05  rt-code     pic xx.
         05  rt-vat      pic 9.
 01  ws-rule-count       pic 999     comp  value zero.
 01  ws-rule-max         pic 999     comp  value 500.
 01  ws-r                pic 999     comp  value zero.
 01  ws-best             pic 999     comp  value zero.
 01  ws-best-len         pic 99            value zero.
 01  ws-key-len          pic 99            value zero.
 01  ws-hits             pic 999           value zero.
 01  ws-keyword          pic x(20)         value spaces.
*>
 copy "wsfnctn.cob".
 copy "wsperiod.cob".
 copy "irswsnl.cob"   replacing NL-Record by WS-IRSNL-Record.
 copy "irswsdflt.cob" replacing Default-Record by WS-IRS-Default-Record.
 copy "irswspost.cob".
*>
 01  Dummies-For-Unused-FH-Calls.      *> IRS call blk at zz100-ACAS-IRS-Calls
 *>    03  WS-IRSNL-Record       pic x.   *> acasirsub1 in use.
 *>    03  WS-IRS-Default-Record pic x.   *> acasirsub3 in use.
 *>    03  Posting-Record        pic x.   *> acasirsub4 in use.
     03  WS-IRS-Posting-Record pic x.    *> acas008    not in use.
     03  Final-Record          pic x.    *> Table/File not used in this program.
*>
 copy "Test-Data-Flags.cob".  *> set sw-testing to zero to stop logging.
*>
 01  date-fields.
     03  q                 pic 9.
*>
     03  days-in-month     pic x(24)  value "312831303130313130313031".
     03  filler  redefines  days-in-month.
       05  days            pic 99     occurs 12.
*>
     03  ws-work1          pic 9(5)   comp-3.
     03  ws-work2          pic 9(5)   comp-3.
*>
 01  maps03-ws.
     03  u-date          pic x(8).
     03  filler  redefines  u-date.
       05  u-days        pic 99.
       05  filler        pic x.
       05  u-month       pic 99.
       05  filler        pic x.
       05  u-year        pic 99.
     03  u-bin           pic 9(5)     comp.
*>
 01  All-My-Constants    pic 9(4).
     copy "screenio.cpy".
*>
 01  line-1.
     03  l1-prog         pic x(16).
     03  filler          pic x(18)  value spaces.
     03  l1-title        pic x(40).
     03  filler          pic x(18)  value spaces.
     03  filler          pic x(5)   value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  l2-client       pic x(24).
     03  filler          pic x(10)  value spaces.
     03  filler          pic x(6)   value "Bank ".
     03  l2-bank         pic zzzz9.
     03  filler          pic x      value space.
     03  l2-bank-name    pic x(24).
     03  filler          pic x(22)  value spaces.
     03  l2-date         pic x(8).
*>
 01  line-3.
     03  filler          pic x(46)  value
         "  Seq Date     Narrative".
     03  filler          pic x(48)  value
         "      Amount S  A/C Cd V Rule".
*>
 01  line-4.
     03  l4-seq          pic zzzz9.
     03  filler          pic x      value space.
     03  l4-date         pic x(8).
     03  filler          pic x      value space.
     03  l4-narrative    pic x(32).
     03  l4-amount       pic z(6)9.99-.
     03  filler          pic x      value space.
     03  l4-status       pic x.
     03  filler          pic x      value space.
     03  l4-account      pic zzzz9.
     03  filler          pic x      value space.
     03  l4-code         pic xx.
     03  filler          pic x      value space.
     03  l4-vat          pic 9.
     03  filler          pic x      value space.
     03  l4-rule         pic x(20).
*>
 01  line-5.
     03  filler          pic x(14)  value spaces.
     03  l5-text         pic x(40).
     03  l5-amount       pic z(8)9.99-.
     03  filler          pic x(2)   value spaces.
     03  l5-count        pic zzzz9.
*>
 01  line-6.
     03  l6-keyword      pic x(20).
     03  filler          pic x      value space.
     03  l6-default      pic zz.
     03  filler          pic x      value space.
     03  l6-account      pic zzzz9.
     03  filler          pic x      value space.
     03  l6-name         pic x(24).
     03  filler          pic x      value space.
     03  l6-code         pic xx.
     03  filler          pic x(2)   value spaces.
     03  l6-vat          pic 9.
     03  filler          pic x      value space.
     03  l6-uses         pic zzzz9.
     03  filler          pic x      value space.
     03  l6-last         pic x(8).
*>
 01  line-7.
     03  filler          pic x(60)  value
         "Keyword              Df   A/C Account Name             Code".
     03  filler          pic x(20)  value
         " V  Uses Last Used".
*>
 01  ws-page             pic 999     value zero.
 01  ws-line             pic 99      value zero.
*>
 01  Error-Messages.
*> System Wide
     03  SY008          pic x(32) value "SY008 Note message & Hit return ".
     03  IR911          pic x(47) value "IR911 Error on systemMT processing, Fs-reply = ".
     03  IR912          pic x(51) value "IR912 Error on irsnominalMT processing, Fs-reply = ".
     03  IR913          pic x(48) value "IR913 Error on irsdfltMT processing, Fs-reply = ".
     03  IR914          pic x(51) value "IR914 Error on irspostingMT processing, Fs-reply = ".
     03  IR915          pic x(49) value "IR915 Error on irsfinalMT processing, Fs-reply = ".
     03  IR916          pic x(50) value "IR916 Error on slpostingMT processing, Fs-reply = ".
*> Module specific
     03  IR350          pic x(48) value "IR350 Statement file not found - see IRSBANK.CSV".
     03  IR351          pic x(59) value "IR351 Lines not yet posted are held - loading replaces them".
     03  IR352          pic x(42) value "IR352 That is not a bank default. Re-enter".
     03  IR353          pic x(43) value "IR353 That account does not exist. Re-enter".
     03  IR354          pic x(45) value "IR354 Posting & bank a/c must not be the same".
     03  IR355          pic x(54) value "IR355 Lines do not agree to the statement - difference".
     03  IR356          pic x(55) value "IR356 VAT Account/s not present, Fix it. Now hit return".
     03  IR357          pic x(25) value "IR357 No statement loaded".
     03  IR358          pic x(49) value "IR358 Keyword already a rule - replace it (Y/N) ?".
     03  IR359          pic x(21) value "IR359 Nothing to post".
     03  IR35A          pic x(39) value "IR35A Error on posting file, Fs-reply =".
     03  IR35B          pic x(49) value "IR35B Make sure that you have backed up your data".
*>
 linkage section.
*>---------------
*>
 copy "irswssystem.cob"   *> IRS param record
              replacing system-record  by IRS-System-Params. *> (01 level)
*>
 copy "wssystem.cob"    *> NEW for v3.02
             replacing  System-Record by WS-System-Record
                        Run-Date   by ACAS-Run-Date     *> these 3 are in binary
                        Start-Date by ACAS-Start-Date   *> IRS expects as x(8)
                        End-Date   by ACAS-End-Date     *>  dd/mm/yy
                        suser      by ACAS-suser
                        Address-1  by ACAS-Address-1
                        Address-2  by ACAS-Address-2
                        Address-3  by ACAS-Address-3
                        Address-4  by ACAS-Address-4
                        Post-Code  by ACAS-Post-Code
                        Print-Spool-Name by ACAS-Print-Spool-Name
                        Pass-Value by ACAS-Pass-Value
                        Pass-Word  by ACAS-Pass-Word
                        OP-System  By ACAS-Op-System
                        Vat        by VatCode
                        Client     by IRS-Client
                        System-Ops by IRS-System-Ops
                        Next-Post  by IRS-Next-Post
                        Vat-Rates2 by IRS-Vat-Rates2
                        Vat1       by IRS-Vat1
                        Vat2       by IRS-Vat2
                        Vat3       by IRS-Vat3
                        Vat-Group  by IRS-Vat-Group
                        Vat-Psent  by IRS-Vat-Psent
                        Save-Sequ  by IRS-Save-Sequ
                        System-Work-Group by IRS-System-Work-Group
                        PL-App-Created by IRS-PL-App-Created
                        PL-Approp-AC   by IRS-PL-Approp-AC
                        1st-Time-Flag  by IRS-First-Time-Flag.
*>
 copy "wsnames.cob".
*>
 procedure division using IRS-System-Params
                          WS-System-Record
                          File-Defs.
*>=========================================
*>
 Init-Main section.
*>*****************
*>
     perform  Initialize-Main.
     if       a > zero
              go to Main-Exit.
*>
 Main-Loop.
     move     space to menu-reply.
     display  prog-name at 0101 with foreground-color 2 erase eos.
     display  "Bank Statement Import"                   at 0130 with foreground-color 1 background-color 7.
     display  run-date                                  at 0173 with foreground-color 2.
     display  "Client "                                 at 0301 with foreground-color 2.
     display  client                                    at 0308 with foreground-color 3.
     perform  Show-Control.
     display  "Select one of the following by number :- [ ]" at 0801 with foreground-color 2.
     display  "(1)  Load Statement"                     at 1006 with foreground-color 2.
     display  "(2)  Allocate Unmatched Lines"           at 1106 with foreground-color 2.
     display  "(3)  Review Proposed Lines"              at 1206 with foreground-color 2.
     display  "(4)  Print Proof Report"                 at 1306 with foreground-color 2.
     display  "(5)  Post Accepted Lines"                at 1406 with foreground-color 2.
     display  "(6)  Allocation Rules Maintenance"       at 1506 with foreground-color 2.
     display  "(7)  Print Allocation Rules"             at 1606 with foreground-color 2.
     display  "(<Return> to exit to System Menu)"       at 1806 with foreground-color 2.
     accept   menu-reply at 0843 with foreground-color 6 auto.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = space
              go to Main-Exit.
     if       menu-reply = "1"
              perform Load-Statement.
     if       menu-reply = "2"
              perform Allocate-Lines.
     if       menu-reply = "3"
              perform Review-Lines.
     if       menu-reply = "4"
              perform Proof-Report.
     if       menu-reply = "5"
              perform Post-Lines.
     if       menu-reply = "6"
              perform Rule-Maintenance.
     if       menu-reply = "7"
              perform Rule-Report.
     go       to Main-Loop.
*>
 Main-Exit.
     close    IRS-Rule-File IRS-Bank-File.
     perform  acasirsub1-Close.
     goback.
*>
 Show-Control.
     if       WC-Lines = zero
              display "No statement loaded"      at 0501 with foreground-color 2
              go to Show-Control-Exit.
     display  "Statement loaded "               at 0501 with foreground-color 2.
     display  WC-Load-Date                     at 0518 with foreground-color 3.
     display  "Bank a/c "                       at 0528 with foreground-color 2.
     move     WC-Bank-Ac to display-account.
     display  display-account                   at 0537 with foreground-color 3.
     display  "Lines "                          at 0544 with foreground-color 2.
     move     WC-Lines to display-count.
     display  display-count                     at 0550 with foreground-color 3.
     display  "Total "                          at 0557 with foreground-color 2.
     move     WC-Total to display-amount.
     display  display-amount                    at 0563 with foreground-color 3.
*>
 Show-Control-Exit.
     exit.
*>
*>-------------------------------------------------
*>            Second Level Procedures
*>-------------------------------------------------
*>
 Initialize-Main section.
*>**********************
*>
     set      ENVIRONMENT "COB_SCREEN_EXCEPTIONS" to "Y".
     set      ENVIRONMENT "COB_SCREEN_ESC" to "Y".
     move     Print-Spool-Name to PSN.
     move     zero to a.
     display  space at 0101 with erase eos.
     move     1 to File-Key-No.               *> 1 = Primary
*>
     move     3  to  file-function.
     perform  acasirsub3.                     *> get default record
*>
     perform  acasirsub1-Open.                *> Open NL as I/O
     if       WE-Error not = zero
              display   IR912    at 2301 with foreground-color 4 erase eol
              display   FS-Reply at 2352
              display   SY008    at 2401 with foreground-color 4 erase eol
              accept    ws-reply at 2438
              perform   acasirsub1-Close
              move      1 to a
              go to     Initialize-Main-Exit.
*>
     move     VAT-Psent (1) to WS-Vat-Rate (1).
     move     VAT-Psent (2) to WS-Vat-Rate (2).
     move     VAT-Psent (3) to WS-Vat-Rate (3).
     move     VAT-Psent (1) to WS-Vat-Rate-Disp (1).
     move     VAT-Psent (2) to WS-Vat-Rate-Disp (2).
     move     VAT-Psent (3) to WS-Vat-Rate-Disp (3).
*>
*> Rule and import files made on first use.
*>
     open     i-o IRS-Rule-File.
     if       fs-reply not = zero
              open output IRS-Rule-File
              close IRS-Rule-File
              open i-o IRS-Rule-File.
     open     i-o IRS-Bank-File.
     if       fs-reply not = zero
              open output IRS-Bank-File
              close IRS-Bank-File
              open i-o IRS-Bank-File.
     perform  Read-Control.
*>
 Initialize-Main-Exit.
     exit     section.
*>
 Read-Control section.
*>*******************
*>
     move     zero to BI-Seq.
     read     IRS-Bank-File
              invalid key
              move spaces to BI-Control-Data
              move zero   to BIC-Bank-Def BIC-Bank-Ac BIC-Opening
                             BIC-Closing BIC-Total BIC-Lines
              write IRS-Bank-Record
                    invalid key continue
              end-write
     end-read.
     move     BI-Control-Data to ws-control.
*>
 Read-Control-Exit.
     exit     section.
*>
 Load-Statement section.
*>*********************
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Load Bank Statement" at 0131 with foreground-color 1 background-color 7.
     display  run-date at 0173 with foreground-color 2.
     perform  Count-Lines.
     if       ws-held not = zero
              display IR351 at 0301 with foreground-color 4 highlight
              display "Continue (Y/N) ? [N]" at 0401 with foreground-color 2
              move    "N" to ws-reply
              accept  ws-reply at 0419 with foreground-color 6 update UPPER
              if      ws-reply not = "Y"
                      go to Load-Exit.
     display  " " at 0301 with erase eos.
     display  "Statement file  " at 0601 with foreground-color 2.
     display  File-150 (1:60) at 0617 with foreground-color 3.
*>
 Load-Get-Bank.
     display  "Bank Default No. [  ]" at 0801 with foreground-color 2.
     move     WC-Bank-Def to ws-bank-def.
     accept   ws-bank-def at 0819 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or ws-bank-def = zero
              go to Load-Exit.
     if       ws-bank-def > 30
           or Def-Acs (ws-bank-def) = zero
              display IR352 at 2301 with foreground-color 4 highlight erase eol
              go to Load-Get-Bank.
     move     Def-Acs (ws-bank-def) to nl-owning.
     move     zero to nl-sub-nominal.
     perform  acasirsub1-Read-Indexed.
     if       we-error = 2
              display IR353 at 2301 with foreground-color 4 highlight erase eol
              go to Load-Get-Bank.
     display  " " at 2301 with erase eol.
     display  nl-name at 0826 with foreground-color 3.
*>
     display  "Opening balance  [            ]" at 0901 with foreground-color 2.
     move     WC-Opening to ws-amt-in.
     accept   ws-amt-in at 0919 with foreground-color 3 update.
     move     ws-amt-in to ws-opening.
     display  "Closing balance  [            ]" at 1001 with foreground-color 2.
     move     WC-Closing to ws-amt-in.
     accept   ws-amt-in at 1019 with foreground-color 3 update.
     move     ws-amt-in to ws-closing.
*>
 Load-Get-Layout.
     display  "Layout           [ ]  1 = Date,Narrative,Amount   2 = Date,Narrative,Paid Out,Paid In"
                                      at 1101 with foreground-color 2.
     accept   ws-layout at 1119 with foreground-color 3 update.
     if       ws-layout not = 1 and not = 2
              go to Load-Get-Layout.
     display  "OK to load (Y/N) ? [Y]" at 1301 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 1321 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to Load-Exit.
*>
     open     input Statement-File.
     if       ws-st-status not = zero
              display IR350 at 2301 with foreground-color 4 highlight
              display SY008 at 2401 with foreground-color 2
              accept  ws-reply at 2434
              go to Load-Exit.
*>
*> The previous statement is replaced.
*>
     close    IRS-Bank-File.
     open     output IRS-Bank-File.
     close    IRS-Bank-File.
     open     i-o IRS-Bank-File.
     perform  Load-Rules.
     move     zero to ws-seq ws-loaded ws-skipped ws-matched ws-unmatched
                      ws-load-total.
*>
 Load-Read.
     read     Statement-File
              at end go to Load-End.
     if       Statement-Record = spaces
              go to Load-Read.
     inspect  Statement-Record replacing all '"' by space.
     move     spaces to ws-in-fields.
     unstring Statement-Record delimited by ","
              into ws-in-date ws-in-narrative ws-in-amt1 ws-in-amt2.
*>
*>  Heading, balance and total lines carry no date and are passed over.
*>
     move     function trim (ws-in-date) to ws-csv-date.
     perform  Csv-Date.
     if       u-bin = zero
              add 1 to ws-skipped
              go to Load-Read.
*>
     move     spaces to IRS-Bank-Record.
     move     ws-test-date to BI-Date.
     move     function trim (ws-in-narrative) to BI-Narrative.
     move     zero to BI-Amount.
     if       ws-layout = 1
        and   ws-in-amt1 not = spaces
              move function numval (ws-in-amt1) to BI-Amount.
     if       ws-layout = 2
        and   ws-in-amt2 not = spaces
              move function numval (ws-in-amt2) to BI-Amount.
     if       ws-layout = 2
        and   ws-in-amt1 not = spaces
              subtract function numval (ws-in-amt1) from BI-Amount.
     if       BI-Amount = zero
              add 1 to ws-skipped
              go to Load-Read.
*>
     add      1 to ws-seq ws-loaded.
     move     ws-seq to BI-Seq.
     move     zero   to BI-Account BI-Vat BI-Post-Key.
     perform  Match-Line.
     if       BI-Proposed
              add 1 to ws-matched
     else
              add 1 to ws-unmatched.
     add      BI-Amount to ws-load-total.
     write    IRS-Bank-Record
              invalid key continue
     end-write.
     go       to Load-Read.
*>
 Load-End.
     close    Statement-File.
     move     spaces to ws-control.
     move     ws-bank-def   to WC-Bank-Def.
     move     Def-Acs (ws-bank-def) to WC-Bank-Ac.
     move     ws-opening    to WC-Opening.
     move     ws-closing    to WC-Closing.
     move     ws-load-total to WC-Total.
     move     ws-loaded     to WC-Lines.
     move     run-date      to WC-Load-Date.
     move     zero          to BI-Seq.
     move     ws-control    to BI-Control-Data.
     write    IRS-Bank-Record
              invalid key
              rewrite IRS-Bank-Record
     end-write.
*>
     display  "Statement lines loaded    " at 1501 with foreground-color 2.
     display  ws-loaded    at 1527 with foreground-color 3.
     display  "Lines passed over         " at 1601 with foreground-color 2.
     display  ws-skipped   at 1627 with foreground-color 3.
     display  "Matched to a rule         " at 1701 with foreground-color 2.
     display  ws-matched   at 1727 with foreground-color 3.
     display  "Left for allocation       " at 1801 with foreground-color 2.
     display  ws-unmatched at 1827 with foreground-color 3.
     perform  Check-Control.
     display  SY008 at 2401 with foreground-color 2.
     accept   ws-reply at 2434.
*>
 Load-Exit.
     exit     section.
*>
 Check-Control section.
*>********************
*>
*>  Statement movement against the lines loaded, shown at 2001.
*>
     subtract WC-Opening from WC-Closing giving ws-movement.
     subtract WC-Total from ws-movement giving ws-difference.
     display  "Statement movement        " at 1901 with foreground-color 2.
     move     ws-movement to display-amount.
     display  display-amount at 1927 with foreground-color 3.
     if       ws-difference = zero
              display "Lines loaded agree to the statement" at 2001 with foreground-color 2 erase eol
     else
              display IR355 at 2001 with foreground-color 4 highlight erase eol
              move    ws-difference to display-amount
              display display-amount at 2056 with foreground-color 4 highlight.
*>
 Check-Control-Exit.
     exit     section.
*>
 Count-Lines section.
*>******************
*>
*>  Totals and counts by status across the lines held.
*>
     move     zero to ws-held ws-rejected ws-proposed ws-accepted ws-posted ws-unmatched
                      ws-tot-unmatched ws-tot-proposed ws-tot-accepted
                      ws-tot-rejected ws-tot-posted.
     move     zero to ws-seq.
*>
 Count-Next.
     add      1 to ws-seq.
     if       ws-seq > WC-Lines
              go to Count-Exit.
     move     ws-seq to BI-Seq.
     read     IRS-Bank-File
              invalid key go to Count-Next.
     if       BI-Unmatched
              add 1 to ws-unmatched ws-held
              add BI-Amount to ws-tot-unmatched.
     if       BI-Proposed
              add 1 to ws-proposed ws-held
              add BI-Amount to ws-tot-proposed.
     if       BI-Accepted
              add 1 to ws-accepted ws-held
              add BI-Amount to ws-tot-accepted.
     if       BI-Rejected
              add 1 to ws-rejected
              add BI-Amount to ws-tot-rejected.
     if       BI-Posted
              add 1 to ws-posted
              add BI-Amount to ws-tot-posted.
     go       to Count-Next.
*>
 Count-Exit.
     exit     section.
*>
 Load-Rules section.
*>*****************
*>
*>  All rules into the table, with the length of each keyword.
*>
     move     zero to ws-rule-count.
     move     low-values to Rule-Keyword.
     start    IRS-Rule-File key not < Rule-Keyword
              invalid key go to Load-Rules-Exit.
*>
 Load-Rules-Next.
     read     IRS-Rule-File next record
              at end go to Load-Rules-Exit.
     if       ws-rule-count not < ws-rule-max
              go to Load-Rules-Exit.
     add      1 to ws-rule-count.
     perform  Rule-To-Table.
     go       to Load-Rules-Next.
*>
 Load-Rules-Exit.
     exit     section.
*>
 Rule-To-Table section.
*>********************
*>
     move     Rule-Keyword to rt-keyword (ws-rule-count) ws-keyword.
     perform  Keyword-Length.
     move     ws-key-len   to rt-len     (ws-rule-count).
     move     Rule-Default to rt-default (ws-rule-count).
     move     Rule-Account to rt-account (ws-rule-count).
     move     Rule-Code    to rt-code    (ws-rule-count).
     move     Rule-Vat     to rt-vat     (ws-rule-count).
*>
 Rule-To-Table-Exit.
     exit     section.
*>
 Keyword-Length section.
*>*********************
*>
     move     20 to ws-key-len.
*>
 Keyword-Length-Loop.
     if       ws-key-len = zero
              go to Keyword-Length-Exit.
     if       ws-keyword (ws-key-len:1) = space
              subtract 1 from ws-key-len
              go to Keyword-Length-Loop.
*>
 Keyword-Length-Exit.
     exit     section.
*>
 Match-Line section.
*>*****************
*>
*>  Longest keyword found in the narrative proposes the line,
*>   otherwise it is left for the bookkeeper.
*>
     move     function upper-case (BI-Narrative) to ws-narr-up.
     move     zero to ws-best ws-best-len ws-r.
     move     "U"    to BI-Status.
     move     spaces to BI-Rule BI-Code.
     move     zero   to BI-Account BI-Vat.
*>
 Match-Next.
     add      1 to ws-r.
     if       ws-r > ws-rule-count
              go to Match-End.
     if       rt-len (ws-r) not > ws-best-len
              go to Match-Next.
     move     zero to ws-hits.
     inspect  ws-narr-up tallying ws-hits
              for all rt-keyword (ws-r) (1:rt-len (ws-r)).
     if       ws-hits not = zero
              move ws-r to ws-best
              move rt-len (ws-r) to ws-best-len.
     go       to Match-Next.
*>
 Match-End.
     if       ws-best = zero
              go to Match-Exit.
     move     rt-keyword (ws-best) to BI-Rule.
     move     rt-account (ws-best) to BI-Account.
     move     rt-code    (ws-best) to BI-Code.
     move     rt-vat     (ws-best) to BI-Vat.
     if       rt-default (ws-best) not = zero
              move Def-Acs (rt-default (ws-best)) to BI-Account
              if   BI-Code = spaces
                   move Def-Codes (rt-default (ws-best)) to BI-Code.
     move     "P" to BI-Status.
*>
 Match-Exit.
     exit     section.
*>
 Rematch-Lines section.
*>********************
*>
*>  A rule just saved is tried against the lines still unmatched.
*>
     move     BI-Seq to ws-save-seq.
     move     zero   to ws-seq.
*>
 Rematch-Next.
     add      1 to ws-seq.
     if       ws-seq > WC-Lines
              go to Rematch-End.
     move     ws-seq to BI-Seq.
     read     IRS-Bank-File
              invalid key go to Rematch-Next.
     if       not BI-Unmatched
              go to Rematch-Next.
     perform  Match-Line.
     if       BI-Proposed
              rewrite IRS-Bank-Record
                      invalid key continue
              end-rewrite.
     go       to Rematch-Next.
*>
 Rematch-End.
     move     ws-save-seq to BI-Seq.
     read     IRS-Bank-File
              invalid key continue
     end-read.
*>
 Rematch-Exit.
     exit     section.
*>
 Show-Line section.
*>****************
*>
     display  " " at 0601 with erase eos.
     display  "Line "        at 0601 with foreground-color 2.
     display  BI-Seq         at 0606 with foreground-color 3.
     display  "Date "        at 0701 with foreground-color 2.
     display  BI-Date        at 0713 with foreground-color 3.
     display  "Narrative "   at 0801 with foreground-color 2.
     display  BI-Narrative   at 0813 with foreground-color 3.
     display  "Amount "      at 0901 with foreground-color 2.
     move     BI-Amount to display-amount.
     display  display-amount at 0913 with foreground-color 3.
     if       BI-Amount > zero
              display "(money in)"  at 0929 with foreground-color 2
     else
              display "(money out)" at 0929 with foreground-color 2.
     if       BI-Account = zero
              go to Show-Line-Exit.
     display  "Proposed a/c" at 1101 with foreground-color 2.
     move     BI-Account to display-account nl-owning.
     display  display-account at 1114 with foreground-color 3.
     move     zero to nl-sub-nominal.
     perform  acasirsub1-Read-Indexed.
     if       we-error not = 2
              display nl-name at 1120 with foreground-color 3.
     display  "Code"  at 1201 with foreground-color 2.
     display  BI-Code at 1214 with foreground-color 3.
     display  "VAT rate" at 1301 with foreground-color 2.
     display  BI-Vat  at 1314 with foreground-color 3.
     if       BI-Rule not = spaces
              display "Rule" at 1401 with foreground-color 2
              display BI-Rule at 1414 with foreground-color 3.
*>
 Show-Line-Exit.
     exit     section.
*>
 Get-Allocation section.
*>*********************
*>
*>  Account, code and VAT rate for the line on show, by IRS default
*>   or nominal account, with the option to remember it as a rule.
*>   ws-ok = Y when the line has been allocated.
*>
     move     "N" to ws-ok.
     display  " " at 1101 with erase eos.
     move     zero to ws-def.
     move     BI-Account to ws-account.
     move     BI-Code    to ws-code.
     move     BI-Vat     to ws-vat-no.
*>
 Alloc-Get-Def.
     display  "Default No.  [  ]  or Account [     ]  (Esc to leave)" at 1101 with foreground-color 2.
     accept   ws-def at 1115 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Alloc-Exit.
     if       ws-def > 30
              go to Alloc-Get-Def.
     if       ws-def not = zero
              move Def-Acs   (ws-def) to ws-account
              move Def-Codes (ws-def) to ws-code
              if   Def-Vat (ws-def) = "N"
                   move zero to ws-vat-no
              else
                   move 1    to ws-vat-no
              end-if
              move ws-account to display-account
              display display-account at 1133 with foreground-color 3
              go to Alloc-Check-Ac.
     accept   ws-account at 1133 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Alloc-Exit.
*>
 Alloc-Check-Ac.
     if       ws-account = zero
              go to Alloc-Get-Def.
     if       ws-account = WC-Bank-Ac
              display IR354 at 2301 with foreground-color 4 highlight erase eol
              go to Alloc-Get-Def.
     move     ws-account to nl-owning.
     move     zero to nl-sub-nominal.
     perform  acasirsub1-Read-Indexed.
     if       we-error = 2
              display IR353 at 2301 with foreground-color 4 highlight erase eol
              go to Alloc-Get-Def.
     display  " " at 2301 with erase eol.
     display  nl-name at 1141 with foreground-color 3 erase eol.
*>
     display  "Post Code    [  ]" at 1201 with foreground-color 2.
     accept   ws-code at 1215 with foreground-color 3 update UPPER.
*>
 Alloc-Get-Vat.
     display  "VAT Rate     [ ]  0 = None, 1 - 3 = " at 1301 with foreground-color 2.
     display  WS-Vat-Rate-Disp (1) at 1338 with foreground-color 2.
     display  WS-Vat-Rate-Disp (2) at 1344 with foreground-color 2.
     display  WS-Vat-Rate-Disp (3) at 1350 with foreground-color 2.
     accept   ws-vat-no at 1315 with foreground-color 3 update.
     if       ws-vat-no > 3
              go to Alloc-Get-Vat.
     if       ws-account = Def-Acs (31) or = Def-Acs (32)
              move zero to ws-vat-no.
*>
     move     ws-account to BI-Account.
     move     ws-code    to BI-Code.
     move     ws-vat-no  to BI-Vat.
     move     spaces     to BI-Rule.
     move     "Y" to ws-ok.
*>
 Alloc-Ask-Rule.
     display  "Save as a rule (Y/N) ? [N]" at 1501 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 1525 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to Alloc-Exit.
     move     function upper-case (BI-Narrative) to ws-keyword.
*>
 Alloc-Get-Keyword.
     display  "Keyword [                    ]  (part of the narrative to look for)"
                                                at 1601 with foreground-color 2.
     accept   ws-keyword at 1610 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or ws-keyword = spaces
              go to Alloc-Exit.
     move     ws-keyword to Rule-Keyword.
     read     IRS-Rule-File
              invalid key go to Alloc-New-Rule.
     display  IR358 at 2301 with foreground-color 4 highlight erase eol.
     move     "N" to ws-reply.
     accept   ws-reply at 2350 with foreground-color 6 update UPPER.
     display  " " at 2301 with erase eol.
     if       ws-reply not = "Y"
              go to Alloc-Get-Keyword.
*>
 Alloc-New-Rule.
     move     ws-keyword to Rule-Keyword.
     move     ws-def     to Rule-Default.
     move     ws-account to Rule-Account.
     move     ws-code    to Rule-Code.
     move     ws-vat-no  to Rule-Vat.
     move     zero       to Rule-Uses.
     move     spaces     to Rule-Last-Used.
     write    IRS-Rule-Record
              invalid key
              rewrite IRS-Rule-Record
     end-write.
     move     ws-keyword to BI-Rule.
     perform  Load-Rules.
*>
 Alloc-Exit.
     exit     section.
*>
 Allocate-Lines section.
*>*********************
*>
*>  Each unmatched line in turn - A to allocate, R to reject (already
*>   dealt with another way), S to skip for now.
*>
     if       WC-Lines = zero
              display IR357 at 2301 with foreground-color 4 highlight
              display SY008 at 2401 with foreground-color 2
              accept  ws-reply at 2434
              go to Allocate-Exit.
     perform  Load-Rules.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Allocate Unmatched Lines" at 0129 with foreground-color 1 background-color 7.
     display  run-date at 0173 with foreground-color 2.
     move     zero to ws-seq.
*>
 Allocate-Next.
     add      1 to ws-seq.
     if       ws-seq > WC-Lines
              go to Allocate-Exit.
     move     ws-seq to BI-Seq.
     read     IRS-Bank-File
              invalid key go to Allocate-Next.
     if       not BI-Unmatched
              go to Allocate-Next.
     perform  Show-Line.
*>
 Allocate-Action.
     display  "A = Allocate, R = Reject, S = Skip  [A]" at 2001 with foreground-color 2.
     move     "A" to ws-reply.
     accept   ws-reply at 2038 with foreground-color 6 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Allocate-Exit.
     if       ws-reply = "S"
              go to Allocate-Next.
     if       ws-reply = "R"
              move "R" to BI-Status
              rewrite IRS-Bank-Record
                      invalid key continue
              end-rewrite
              go to Allocate-Next.
     if       ws-reply not = "A"
              go to Allocate-Action.
     display  " " at 2001 with erase eol.
     perform  Get-Allocation.
     if       not ws-good
              go to Allocate-Exit.
     move     "A" to BI-Status.
     rewrite  IRS-Bank-Record
              invalid key continue
     end-rewrite.
     if       BI-Rule not = spaces
              perform Rematch-Lines.
     go       to Allocate-Next.
*>
 Allocate-Exit.
     exit     section.
*>
 Review-Lines section.
*>*******************
*>
*>  Proposed lines accepted all at once or one by one - A accept,
*>   C change the allocation, R reject, S skip for now.
*>
     if       WC-Lines = zero
              display IR357 at 2301 with foreground-color 4 highlight
              display SY008 at 2401 with foreground-color 2
              accept  ws-reply at 2434
              go to Review-Exit.
     perform  Load-Rules.
     perform  Count-Lines.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Review Proposed Lines" at 0130 with foreground-color 1 background-color 7.
     display  run-date at 0173 with foreground-color 2.
     display  "Lines proposed by the rules " at 0401 with foreground-color 2.
     display  ws-proposed at 0429 with foreground-color 3.
     if       ws-proposed = zero
              display SY008 at 2401 with foreground-color 2
              accept  ws-reply at 2434
              go to Review-Exit.
     display  "Accept them all (Y/N) ? [N]" at 0501 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 0526 with foreground-color 6 update UPPER.
     move     ws-reply to ws-ok.
     move     zero to ws-seq.
*>
 Review-Next.
     add      1 to ws-seq.
     if       ws-seq > WC-Lines
              go to Review-Exit.
     move     ws-seq to BI-Seq.
     read     IRS-Bank-File
              invalid key go to Review-Next.
     if       not BI-Proposed
              go to Review-Next.
     if       ws-good
              move "A" to BI-Status
              rewrite IRS-Bank-Record
                      invalid key continue
              end-rewrite
              go to Review-Next.
     perform  Show-Line.
*>
 Review-Action.
     display  "A = Accept, C = Change, R = Reject, S = Skip  [A]" at 2001 with foreground-color 2.
     move     "A" to ws-reply.
     accept   ws-reply at 2048 with foreground-color 6 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Review-Exit.
     if       ws-reply = "S"
              go to Review-Next.
     if       ws-reply = "A" or = "R"
              move ws-reply to BI-Status
              rewrite IRS-Bank-Record
                      invalid key continue
              end-rewrite
              go to Review-Next.
     if       ws-reply not = "C"
              go to Review-Action.
     display  " " at 2001 with erase eol.
     perform  Get-Allocation.
     if       not ws-good
              go to Review-Exit.
     move     "A" to BI-Status.
     rewrite  IRS-Bank-Record
              invalid key continue
     end-rewrite.
     if       BI-Rule not = spaces
              perform Rematch-Lines.
     move     "N" to ws-ok.
     go       to Review-Next.
*>
 Review-Exit.
     exit     section.
*>
 Proof-Report section.
*>*******************
*>
*>  Every line held with its status and allocation, then the
*>   statement control against the totals by status.
*>
     if       WC-Lines = zero
              display IR357 at 2301 with foreground-color 4 highlight
              display SY008 at 2401 with foreground-color 2
              accept  ws-reply at 2434
              go to Proof-Exit.
     perform  Count-Lines.
     open     output print-file.
     move     "Bank Statement Import - Proof" to l1-title.
     move     zero to ws-page.
     perform  Proof-Heads.
     move     zero to ws-seq.
*>
 Proof-Next.
     add      1 to ws-seq.
     if       ws-seq > WC-Lines
              go to Proof-Totals.
     move     ws-seq to BI-Seq.
     read     IRS-Bank-File
              invalid key go to Proof-Next.
     move     BI-Seq       to l4-seq.
     move     BI-Date      to l4-date.
     move     BI-Narrative to l4-narrative.
     move     BI-Amount    to l4-amount.
     move     BI-Status    to l4-status.
     move     BI-Account   to l4-account.
     move     BI-Code      to l4-code.
     move     BI-Vat       to l4-vat.
     move     BI-Rule      to l4-rule.
     if       ws-line > 56
              perform Proof-Heads.
     write    print-record from line-4 after 1.
     add      1 to ws-line.
     go       to Proof-Next.
*>
 Proof-Totals.
     if       ws-line > 44
              perform Proof-Heads.
     move     spaces to print-record.
     write    print-record after 1.
     move     "Statement opening balance" to l5-text.
     move     WC-Opening to l5-amount.
     move     zero to l5-count.
     write    print-record from line-5 after 1.
     move     "Statement closing balance" to l5-text.
     move     WC-Closing to l5-amount.
     write    print-record from line-5 after 1.
     subtract WC-Opening from WC-Closing giving ws-movement.
     move     "Statement movement" to l5-text.
     move     ws-movement to l5-amount.
     write    print-record from line-5 after 1.
     move     "Lines loaded" to l5-text.
     move     WC-Total to l5-amount.
     move     WC-Lines to l5-count.
     write    print-record from line-5 after 2.
     move     "  Unmatched             (U)" to l5-text.
     move     ws-tot-unmatched to l5-amount.
     move     ws-unmatched to l5-count.
     write    print-record from line-5 after 1.
     move     "  Proposed by a rule    (P)" to l5-text.
     move     ws-tot-proposed to l5-amount.
     move     ws-proposed to l5-count.
     write    print-record from line-5 after 1.
     move     "  Accepted for posting  (A)" to l5-text.
     move     ws-tot-accepted to l5-amount.
     move     ws-accepted to l5-count.
     write    print-record from line-5 after 1.
     move     "  Rejected              (R)" to l5-text.
     move     ws-tot-rejected to l5-amount.
     move     ws-rejected to l5-count.
     write    print-record from line-5 after 1.
     move     "  Posted                (D)" to l5-text.
     move     ws-tot-posted to l5-amount.
     move     ws-posted to l5-count.
     write    print-record from line-5 after 1.
     subtract WC-Total from ws-movement giving ws-difference.
     move     "Difference, statement less lines" to l5-text.
     move     ws-difference to l5-amount.
     move     zero to l5-count.
     write    print-record from line-5 after 2.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     display  "Proof report printed" at 2301 with foreground-color 2 erase eol.
     display  SY008 at 2401 with foreground-color 2.
     accept   ws-reply at 2434.
     go       to Proof-Exit.
*>
 Proof-Heads.
     add      1 to ws-page.
     move     prog-name   to l1-prog.
     move     ws-page     to l1-page.
     move     client      to l2-client.
     move     WC-Bank-Ac to l2-bank nl-owning.
     move     zero        to nl-sub-nominal.
     move     spaces      to l2-bank-name.
     perform  acasirsub1-Read-Indexed.
     if       we-error not = 2
              move nl-name to l2-bank-name.
     move     run-date    to l2-date.
     if       ws-page = 1
              write print-record from line-1 after 1
     else
              write print-record from line-1 after page.
     write    print-record from line-2 after 1.
     write    print-record from line-3 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     5 to ws-line.
*>
 Proof-Exit.
     exit     section.
*>
 Post-Lines section.
*>*****************
*>
*>  Accepted lines written as IRS postings, nominal ledger updated as
*>   irs030 Ledger-Postings-Add does.  Only once the lines loaded
*>   agree to the statement and the period is open for posting.
*>
     if       WC-Lines = zero
              display IR357 at 2301 with foreground-color 4 highlight
              display SY008 at 2401 with foreground-color 2
              accept  ws-reply at 2434
              go to Post-Exit.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Post Accepted Lines" at 0131 with foreground-color 1 background-color 7.
     display  run-date at 0173 with foreground-color 2.
*>
     move     "IR" to Period-Module.
     move     "G"  to Period-Wants.
     call     "xl181" using WS-Period-Call file-defs.
     if       Period-Blocked
              display "Period is closed for posting - see XL180" at 2301 with foreground-color 4 highlight
              display "Hit return" at 2401 with foreground-color 2
              accept ws-reply at 2412
              go to Post-Exit.
*>
     subtract WC-Opening from WC-Closing giving ws-movement.
     subtract WC-Total from ws-movement giving ws-difference.
     if       ws-difference not = zero
              perform Check-Control
              display SY008 at 2401 with foreground-color 2
              accept  ws-reply at 2434
              go to Post-Exit.
*>
     perform  Count-Lines.
     if       ws-accepted = zero
              display IR359 at 2301 with foreground-color 4 highlight
              display SY008 at 2401 with foreground-color 2
              accept  ws-reply at 2434
              go to Post-Exit.
*>
*> Make sure the vat a/cs exist.
*>
     move     Def-Acs (31) to nl-owning.
     move     zero to nl-sub-nominal.
     perform  acasirsub1-Read-Indexed.
     if       we-error = 2
              go to Post-No-Vat.
     move     Def-Acs (32) to nl-owning.
     move     zero to nl-sub-nominal.
     perform  acasirsub1-Read-Indexed.
     if       we-error = 2
              go to Post-No-Vat.
*>
     display  "Lines accepted for posting " at 0501 with foreground-color 2.
     display  ws-accepted at 0529 with foreground-color 3.
     display  "Total "    at 0601 with foreground-color 2.
     move     ws-tot-accepted to display-amount.
     display  display-amount at 0629 with foreground-color 3.
     display  IR35B at 0801 with foreground-color 4 highlight.
     display  "OK to post (Y/N) ? [N]" at 1001 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 1021 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to Post-Exit.
*>
     perform  acasirsub4-Open.
     display  "Updating Nominal Ledger" at 1201 with foreground-color 2.
     move     zero to ws-seq ws-posted ws-tot-posted.
*>
 Post-Next.
     add      1 to ws-seq.
     if       ws-seq > WC-Lines
              go to Post-End.
     move     ws-seq to BI-Seq.
     read     IRS-Bank-File
              invalid key go to Post-Next.
     if       not BI-Accepted
              go to Post-Next.
     perform  Post-One-Line.
     if       we-error not = zero
              go to Post-End.
     go       to Post-Next.
*>
 Post-End.
     perform  acasirsub4-Close.
     display  "Lines posted " at 1401 with foreground-color 2.
     display  ws-posted at 1415 with foreground-color 3.
     display  "Total "    at 1501 with foreground-color 2.
     move     ws-tot-posted to display-amount.
     display  display-amount at 1515 with foreground-color 3.
     display  SY008 at 2401 with foreground-color 2.
     accept   ws-reply at 2434.
     go       to Post-Exit.
*>
 Post-No-Vat.
     display  IR356 at 2301 with foreground-color 4 highlight erase eol.
     accept   ws-reply at 2377.
*>
 Post-Exit.
     exit     section.
*>
 Post-One-Line section.
*>********************
*>
*>  VAT is taken out of the gross bank amount.  Money in debits the
*>   bank and credits the account (output VAT, default 32) while
*>   money out debits the account and credits the bank (input VAT,
*>   default 31).
*>
     if       BI-Amount > zero
              move "Y" to ws-money-in
              move BI-Amount to ws-gross
     else
              move "N" to ws-money-in
              multiply BI-Amount by -1 giving ws-gross.
     move     zero to ws-vat-amt.
     if       BI-Vat not = zero
              if   WS-Vat-Rate (BI-Vat) not = zero
                   compute ws-vat-amt rounded =
                           ws-gross - (ws-gross / ( (WS-Vat-Rate (BI-Vat) + 100) / 100)).
     subtract ws-vat-amt from ws-gross giving ws-net.
*>
     move     BI-Code      to post-code.
     move     BI-Date      to post-date.
     move     BI-Narrative to post-legend.
     move     ws-net       to post-amount.
     move     ws-vat-amt   to vat-amount.
     if       ws-is-money-in
              move WC-Bank-Ac to post-dr
              move BI-Account  to post-cr
              move "CR"        to post-vat-side
              move 32          to vat-ac-def
     else
              move BI-Account  to post-dr
              move WC-Bank-Ac to post-cr
              move "DR"        to post-vat-side
              move 31          to vat-ac-def.
     if       ws-vat-amt = zero
              move zero to vat-ac-def.
*>
*> The account is checked first so nothing is half posted.
*>
     move     BI-Account to nl-owning.
     move     zero       to nl-sub-nominal.
     perform  acasirsub1-Read-Indexed.
     if       we-error = 2
              go to Post-One-Bad.
*>
*> Processing for DR
*>
     move     post-dr to nl-owning.
     move     zero    to nl-sub-nominal.
     perform  acasirsub1-Read-Indexed.
     if       we-error = 2
              go to Post-One-Bad.
     add      post-amount to nl-dr.
     if       post-vat-side = "CR"
              add  vat-amount to nl-dr.
     perform  acasirsub1-Rewrite.
*>
*> Processing for CR
*>
     move     post-cr to nl-owning.
     move     zero    to nl-sub-nominal.
     perform  acasirsub1-Read-Indexed.
     if       we-error = 2
              go to Post-One-Bad.
     add      post-amount to nl-cr.
     if       post-vat-side = "DR"
              add  vat-amount to nl-cr.
     perform  acasirsub1-Rewrite.
*>
*> Processing for VAT
*>
     if       vat-ac-def not = zero
              move def-acs (vat-ac-def) to nl-owning
              move zero to nl-sub-nominal
              perform acasirsub1-Read-Indexed
              if   post-vat-side = "CR"
                   add vat-amount to nl-cr
              else
                   add vat-amount to nl-dr
              end-if
              perform acasirsub1-Rewrite.
*>
*> Posting numbered on from the last used, as irs030.
*>
     add      1 to next-post.
     move     next-post to post-key.
     perform  acasirsub4-Write.
     if       we-error not = zero
              display IR35A    at 2301 with foreground-color 4 highlight erase eol
              display fs-reply at 2341 with foreground-color 4 highlight
              accept  ws-reply at 2377
              go to Post-One-Exit.
*>
     move     "D"      to BI-Status.
     move     post-key to BI-Post-Key.
     rewrite  IRS-Bank-Record
              invalid key continue
     end-rewrite.
     add      1 to ws-posted.
     add      BI-Amount to ws-tot-posted.
*>
     if       BI-Rule = spaces
              go to Post-One-Exit.
     move     BI-Rule to Rule-Keyword.
     read     IRS-Rule-File
              invalid key go to Post-One-Exit.
     add      1 to Rule-Uses.
     move     run-date to Rule-Last-Used.
     rewrite  IRS-Rule-Record
              invalid key continue
     end-rewrite.
     go       to Post-One-Exit.
*>
 Post-One-Bad.
     display  IR353 at 2301 with foreground-color 4 highlight erase eol.
     display  nl-owning at 2345 with foreground-color 4 highlight.
     accept   ws-reply at 2377.
     display  " " at 2301 with erase eol.
     move     zero to we-error.
*>
 Post-One-Exit.
     exit     section.
*>
 Rule-Maintenance section.
*>***********************
*>
*>  Keyword, then the IRS default (or account), code and VAT rate -
*>   a default and account both of zero removes the rule.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Allocation Rules" at 0132 with foreground-color 1 background-color 7.
     display  run-date at 0173 with foreground-color 2.
*>
 Rule-Get-Keyword.
     display  " " at 0401 with erase eos.
     move     spaces to ws-keyword.
     display  "Keyword      [                    ]" at 0401 with foreground-color 2.
     accept   ws-keyword at 0415 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or ws-keyword = spaces
              go to Rule-Exit.
     move     ws-keyword to Rule-Keyword.
     read     IRS-Rule-File
              invalid key
              move zero   to Rule-Default Rule-Account Rule-Vat Rule-Uses
              move spaces to Rule-Code Rule-Last-Used
              display "New rule" at 0440 with foreground-color 3
     end-read.
     move     ws-keyword to Rule-Keyword.
     if       Rule-Uses not = zero
              display "Used " at 0440 with foreground-color 2
              display Rule-Uses at 0445 with foreground-color 3
              display "last " at 0452 with foreground-color 2
              display Rule-Last-Used at 0457 with foreground-color 3.
*>
 Rule-Get-Def.
     display  "Default No.  [  ]  or Account [     ]" at 0601 with foreground-color 2.
     move     Rule-Default to ws-def.
     accept   ws-def at 0615 with foreground-color 3 update.
     if       ws-def > 30
              go to Rule-Get-Def.
     move     ws-def to Rule-Default.
     if       ws-def not = zero
              move Def-Acs (ws-def) to Rule-Account
              move Rule-Account to display-account
              display display-account at 0633 with foreground-color 3
     else
              move Rule-Account to ws-account
              accept ws-account at 0633 with foreground-color 3 update
              move ws-account to Rule-Account.
     if       Rule-Account = zero
              go to Rule-Delete.
     move     Rule-Account to nl-owning.
     move     zero to nl-sub-nominal.
     perform  acasirsub1-Read-Indexed.
     if       we-error = 2
              display IR353 at 2301 with foreground-color 4 highlight erase eol
              go to Rule-Get-Def.
     display  " " at 2301 with erase eol.
     display  nl-name at 0641 with foreground-color 3 erase eol.
     display  "Post Code    [  ]" at 0701 with foreground-color 2.
     accept   Rule-Code at 0715 with foreground-color 3 update UPPER.
*>
 Rule-Get-Vat.
     display  "VAT Rate     [ ]  0 = None, 1 - 3 = " at 0801 with foreground-color 2.
     display  WS-Vat-Rate-Disp (1) at 0838 with foreground-color 2.
     display  WS-Vat-Rate-Disp (2) at 0844 with foreground-color 2.
     display  WS-Vat-Rate-Disp (3) at 0850 with foreground-color 2.
     accept   Rule-Vat at 0815 with foreground-color 3 update.
     if       Rule-Vat > 3
              go to Rule-Get-Vat.
     write    IRS-Rule-Record
              invalid key
              rewrite IRS-Rule-Record
     end-write.
     go       to Rule-Get-Keyword.
*>
 Rule-Delete.
     delete   IRS-Rule-File record
              invalid key continue
     end-delete.
     go       to Rule-Get-Keyword.
*>
 Rule-Exit.
     exit     section.
*>
 Rule-Report section.
*>******************
*>
     open     output print-file.
     move     "Bank Import Allocation Rules" to l1-title.
     move     zero to ws-page.
     perform  Rule-Heads.
     move     low-values to Rule-Keyword.
     start    IRS-Rule-File key not < Rule-Keyword
              invalid key go to Rule-Report-End.
*>
 Rule-Report-Next.
     read     IRS-Rule-File next record
              at end go to Rule-Report-End.
     move     Rule-Keyword   to l6-keyword.
     move     Rule-Default   to l6-default.
     move     Rule-Account   to l6-account nl-owning.
     move     zero           to nl-sub-nominal.
     move     spaces         to l6-name.
     perform  acasirsub1-Read-Indexed.
     if       we-error not = 2
              move nl-name to l6-name.
     move     Rule-Code      to l6-code.
     move     Rule-Vat       to l6-vat.
     move     Rule-Uses      to l6-uses.
     move     Rule-Last-Used to l6-last.
     if       ws-line > 56
              perform Rule-Heads.
     write    print-record from line-6 after 1.
     add      1 to ws-line.
     go       to Rule-Report-Next.
*>
 Rule-Report-End.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     display  "Rules printed" at 2301 with foreground-color 2 erase eol.
     display  SY008 at 2401 with foreground-color 2.
     accept   ws-reply at 2434.
     go       to Rule-Report-Exit.
*>
 Rule-Heads.
     add      1 to ws-page.
     move     prog-name   to l1-prog.
     move     ws-page     to l1-page.
     if       ws-page = 1
              write print-record from line-1 after 1
     else
              write print-record from line-1 after page.
     write    print-record from line-7 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     4 to ws-line.
*>
 Rule-Report-Exit.
     exit     section.
*>
 Csv-Date section.
*>***************
*>
*>  Statement date in ws-csv-date as dd/mm/yy, dd/mm/ccyy or
*>   ccyy-mm-dd to ws-test-date as dd/mm/yy and then vetted,
*>   u-bin zero if not a date.
*>
     move     zero   to u-bin.
     move     spaces to ws-test-date.
     if       ws-csv-date (5:1) = "-"
              move ws-csv-date (9:2) to ws-test-date (1:2)
              move ws-csv-date (6:2) to ws-test-date (4:2)
              move ws-csv-date (3:2) to ws-test-date (7:2)
     else
              move ws-csv-date (1:2) to ws-test-date (1:2)
              move ws-csv-date (4:2) to ws-test-date (4:2)
              if   ws-csv-date (9:2) = spaces
                   move ws-csv-date (7:2) to ws-test-date (7:2)
              else
                   move ws-csv-date (9:2) to ws-test-date (7:2).
     move     "/" to ws-test-date (3:1) ws-test-date (6:1).
     perform  Date-Validate.
*>
 Csv-Date-Exit.
     exit     section.
*>
 Date-Validate section.
*>---------------------
*>
*>  As irs030 - ddxmmxyy in ws-test-date, binary days in u-bin,
*>   zero when not a valid date.
*>
     move     zero to u-bin q.
     move     ws-test-date to u-date.
     inspect  u-date replacing all "." by "/".
     inspect  u-date replacing all "," by "/".
     inspect  u-date replacing all "-" by "/".
     inspect  u-date tallying q for all "/".
*>
     if       q not = 2 or
              u-days  not numeric or
              u-month not numeric or
              u-year  not numeric or
              u-days  < 01 or > 31 or
              u-month < 01 or > 12
              go to Main-Exit.
*>
     if       u-days > 29 and
              u-month = 2
              go to Main-Exit.
*>
     if       u-days > days (u-month) and
              u-month not = 2
              go to Main-Exit.
*>
     divide   u-year by 4 giving ws-work1.
     multiply ws-work1 by 4 giving ws-work2.
*>
     if       u-month = 2 and
              u-days > 28 and
              u-year not = ws-work2
              go to Main-Exit.
*>
     move     u-date to ws-test-date.
*>
     move     1     to  ws-work1.
     move     zero  to  ws-work2
                        u-bin.
*>
     if       u-year not = zero
              compute u-bin  = u-year * 365.
*>
 Pack-Loop-1.
     if       u-year  >  ws-work2
              add  1  to  u-bin
              add  4  to  ws-work2
              go to  Pack-Loop-1.
*>
     if       u-year =  ws-work2
       and    u-month  >  2
              add  1  to  u-bin.
*>
 Pack-Loop-2.
     if       u-month  >  ws-work1
              add  days (ws-work1)  to  u-bin
              add  1  to  ws-work1
              go to  Pack-Loop-2.
*>
     if       u-days  not  >  days (ws-work1)
              add  u-days  to  u-bin
              go to  Pack-End.
     if       u-days  = 29
        and   u-month = 2
        and   u-year  = ws-work2
              add  u-days  to   u-bin
     else
              move  zero  to u-bin.
 Main-Exit.
*>
 Pack-End.    exit.
*>********    ****
*>
 copy "Proc-ZZ100-ACAS-IRS-Calls.cob".
*>
