       >>source free
*>*********************************************
*>                                            *
*>   Customs Entries & Duty Deferment         *
*>         Reconciliation                     *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         pl047.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Register of customs import entries - entry
*>                        number, date, supplier, container, duty and
*>                        import VAT assessed and the folios covered -
*>                        held on the Customs-File (fdcustom.cob).
*>                        The monthly duty deferment statement (as
*>                        downloaded, CSV - entry number, date dd/mm/
*>                        ccyy, duty, VAT) is loaded against its month
*>                        and each charge matched to its entry.
*>                        The reconciliation lists entries not yet
*>                        charged, charges with no entry and, for the
*>                        entries charged, the duty actually paid
*>                        against the landed cost pl060 apportioned
*>                        onto stock for the entry's folios (LC lines,
*>                        noted by folio as they post).
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04.
*>                        acas022 (Purchase).
*>**
*>    Error messages used.
*>                        PL003
*>                        PL257    Supplier not found.
*>                        PL258    Invalid date.
*>                        PL270    Invalid month.
*>                        PL271    Statement file not found.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for customs entries and duty deferment.
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
 copy "selcustom.cob".
*>
     select   Deferment-File assign File-126
                   organization  line sequential
                   status WS-DF-Status.
*>
 copy "selprint.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdcustom.cob".
*>
 fd  Deferment-File.
 01  Deferment-Record        pic x(120).
*>
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "PL047 (3.02.00)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wspl.cob".
*>
*> REMARK OUT ANY IN USE
*>
 01  Dummies-4-Unused-ACAS-FH-Calls.      *> Call blk at zz080-ACAS-Calls
     03  Default-Record         pic x.
     03  Final-Record           pic x.
     03  WS-Ledger-Record       pic x.
     03  WS-Posting-Record      pic x.
     03  WS-Batch-Record        pic x.
     03  WS-IRS-Posting-Record  pic x.
     03  WS-Stock-Audit-Record  pic x.
     03  WS-Stock-Record        pic x.
     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  WS-Analysis-Record     pic x.
     03  WS-Del-Inv-Nos-Record  pic x.
*>     03  WS-Purch-Record        pic x.
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
     03  WS-CE-Status    pic 99           value zero.
     03  WS-DF-Status    pic 99           value zero.
     03  WS-Entry-In     pic x(18)        value spaces.
     03  WS-Amt-In       pic s9(7)v99     value zero.
     03  WS-Folio-In     pic 9(8)         value zero.
     03  WS-Period-In    pic x(7)         value spaces.
     03  WS-Period       pic 9(6)         value zero.
     03  WS-Period-X     redefines WS-Period.
         05  WS-Per-Year     pic 9(4).
         05  WS-Per-Month    pic 99.
     03  WS-Seq          pic 9(4)         value zero.
     03  WS-Save-Key     pic x(19)        value spaces.
     03  WS-Save-Data    pic x(141)       value spaces.
     03  WS-Save-Duty    pic s9(7)v99     comp-3 value zero.
     03  WS-Save-Vat     pic s9(7)v99     comp-3 value zero.
     03  WS-Save-Period  pic 9(6)         value zero.
     03  WS-Landed       pic s9(8)v99     comp-3 value zero.
     03  WS-Variance     pic s9(8)v99     comp-3 value zero.
     03  WS-Loaded       pic 9(5)         value zero.
     03  WS-Skipped      pic 9(5)         value zero.
     03  WS-Matched      pic 9(5)         value zero.
     03  WS-Count        pic 9(5)         value zero.
     03  WS-Tot-1        pic s9(9)v99     comp-3 value zero.
     03  WS-Tot-2        pic s9(9)v99     comp-3 value zero.
     03  WS-Tot-3        pic s9(9)v99     comp-3 value zero.
     03  WS-Tot-4        pic s9(9)v99     comp-3 value zero.
     03  WS-I            binary-short     value zero.
     03  WS-Col          binary-short     value zero.
*>
*>  One statement line as read, before conversion.
*>
 01  WS-In-Fields.
     03  WS-In-Entry     pic x(24).
     03  WS-In-Date      pic x(12).
     03  WS-In-Duty      pic x(16).
     03  WS-In-Vat       pic x(16).
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
 01  Error-Messages.
     03  PL003          pic x(28) value "PL003 Hit Return To Continue".
     03  PL257          pic x(24) value "PL257 Supplier not found".
     03  PL258          pic x(18) value "PL258 Invalid date".
     03  PL270          pic x(35) value "PL270 Invalid month - use mm/ccyy".
     03  PL271          pic x(30) value "PL271 Statement file not found".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(44)       value "Customs Duty Deferment Reconciliation".
     03  filler          pic x(32)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-s.
     03  ls-head         pic x(80).
*>
 01  line-2.
     03  l2-text         pic x(132).
*>
 01  line-3.
     03  l3-entry        pic x(20).
     03  l3-date         pic x(12).
     03  l3-supp         pic x(9).
     03  l3-cont         pic x(17).
     03  l3-amt1         pic z(7)9.99-.
     03  filler          pic x           value space.
     03  l3-amt2         pic z(7)9.99-.
     03  filler          pic x           value space.
     03  l3-amt3         pic z(7)9.99-.
     03  filler          pic x           value space.
     03  l3-amt4         pic z(7)9.99-.
     03  filler          pic xx          value spaces.
     03  l3-note         pic x(16).
*>
 01  line-4.
     03  l4-head         pic x(58).
     03  l4-amt1         pic z(7)9.99-.
     03  filler          pic x           value space.
     03  l4-amt2         pic z(7)9.99-.
     03  filler          pic x           value space.
     03  l4-amt3         pic z(7)9.99-.
     03  filler          pic x           value space.
     03  l4-amt4         pic z(7)9.99-.
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
     open     i-o Customs-File.
     if       WS-CE-Status not = zero
              open  output Customs-File
              close Customs-File
              open  i-o    Customs-File.
*>
 menu-return.
     move     space  to  menu-reply.
     perform  zz070-Convert-Date.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Customs Entries & Duty Deferment" at 0125 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Customs Import Entries"                 at 0811 with foreground-color 2.
     display  "(2)  Load Duty Deferment Statement"          at 0911 with foreground-color 2.
     display  "(3)  Deferment Reconciliation & Duty Variance" at 1011 with foreground-color 2.
     display  "(X)  Return To Menu"                         at 1211 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Entries
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-Load-Statement
              go to menu-return.
     if       menu-reply = "3"
              perform  da000-Reconcile
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    Customs-File.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Entries           section.
*>==============================
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Customs Import Entries" at 0129 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
*>
 ba010-Get-Entry.
     display  " " at 0601 with erase eos.
     move     spaces to WS-Entry-In.
     display  "Entry Number  [                  ]   (MRN or entry no)"
                                 at 0601 with foreground-color 2.
     accept   WS-Entry-In at 0616 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Entry-In = spaces
              go to ba999-exit.
*>
     move     spaces      to Customs-Record.
     move     "E"         to CE-Type.
     move     WS-Entry-In to CE-Entry-No.
     read     Customs-File
              invalid key
              move spaces to CE-Entry-Data
              move zero   to CEE-Date CEE-Duty CEE-Vat CEE-Chg-Period
                             CEE-Chg-Duty CEE-Chg-Vat
              perform ba050-Clear-Folio varying WS-I from 1 by 1
                                        until WS-I > 6
     end-read.
     if       CEE-Chg-Period not = zero
              display "Charged on the deferment statement for" at 0640
                                 with foreground-color 2
              display CEE-Chg-Period at 0679 with foreground-color 3.
*>
 ba020-Get-Date.
     display  "Entry Date    [          ]" at 0801 with foreground-color 2.
     move     spaces to ws-date.
     if       CEE-Date not = zero
              move CEE-Date to u-bin
              perform zz060-Convert-Date.
     accept   ws-date at 0816 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba010-Get-Entry.
     move     ws-date to ws-Test-Date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              display PL258 at 2301 with foreground-color 4 highlight
              go to ba020-Get-Date.
     move     u-bin to CEE-Date.
     display  " " at 2301 with erase eol.
*>
 ba030-Get-Supplier.
     display  "Supplier      [       ]   (spaces removes the entry)"
                                 at 0901 with foreground-color 2.
     accept   CEE-Supplier at 0916 with foreground-color 3 update UPPER.
     if       CEE-Supplier = spaces
              move spaces to Customs-Record
              move "E" to CE-Type
              move WS-Entry-In to CE-Entry-No
              delete Customs-File record
                     invalid key continue
              end-delete
              go to ba010-Get-Entry.
     move     CEE-Supplier to WS-Purch-Key.
     move     1 to File-Key-No.
     perform  Purch-Open-Input.
     perform  Purch-Read-Indexed.
     perform  Purch-Close.
     if       fs-reply not = zero
              display PL257 at 2301 with foreground-color 4 highlight
              go to ba030-Get-Supplier.
     display  " " at 2301 with erase eol.
     display  Purch-Name at 0926 with foreground-color 3 erase eol.
*>
     display  "Container     [               ]" at 1001 with foreground-color 2.
     accept   CEE-Container at 1016 with foreground-color 3 update UPPER.
*>
     display  "Duty Assessed [           ]" at 1101 with foreground-color 2.
     move     CEE-Duty to WS-Amt-In.
     accept   WS-Amt-In at 1116 with foreground-color 3 update.
     move     WS-Amt-In to CEE-Duty.
     display  "Import VAT    [           ]" at 1201 with foreground-color 2.
     move     CEE-Vat to WS-Amt-In.
     accept   WS-Amt-In at 1216 with foreground-color 3 update.
     move     WS-Amt-In to CEE-Vat.
*>
     display  "Folios        [        ] [        ] [        ] [        ] [        ] [        ]"
                                 at 1301 with foreground-color 2.
     move     16 to WS-Col.
     perform  ba060-Get-Folio varying WS-I from 1 by 1
                              until WS-I > 6.
*>
     write    Customs-Record
              invalid key
              rewrite Customs-Record
     end-write.
     display  "Saved." at 1501 with foreground-color 2.
     go       to ba010-Get-Entry.
*>
 ba999-exit.
     exit     section.
*>
 ba050-Clear-Folio.
     move     zero to CEE-Folio (WS-I).
*>
 ba060-Get-Folio.
     move     CEE-Folio (WS-I) to WS-Folio-In.
     accept   WS-Folio-In at line 13 col WS-Col with foreground-color 3 update.
     move     WS-Folio-In to CEE-Folio (WS-I).
     add      11 to WS-Col.
*>
 ca000-Load-Statement    section.
*>==============================
*>
*>  The month's statement replaces any loaded for that month before -
*>   charges already matched are first taken back off their entries.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Load Duty Deferment Statement" at 0126 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
     perform  zz090-Get-Period.
     if       WS-Period = zero
              go to ca999-exit.
     display  "Statement file  " at 0801 with foreground-color 2.
     display  File-126 (1:60) at 0817 with foreground-color 3.
     display  "OK to load (Y/N) ? [Y]" at 1001 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 1021 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to ca999-exit.
*>
     open     input Deferment-File.
     if       WS-DF-Status not = zero
              display PL271 at 2301 with foreground-color 4 highlight
              display PL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ca999-exit.
*>
     perform  cb000-Drop-Period.
     move     zero to WS-Seq WS-Loaded WS-Skipped.
*>
 ca010-Read.
     read     Deferment-File
              at end go to ca900-End.
     if       Deferment-Record = spaces
              go to ca010-Read.
     inspect  Deferment-Record replacing all '"' by space.
     move     spaces to WS-In-Fields.
     unstring Deferment-Record delimited by ","
              into WS-In-Entry WS-In-Date WS-In-Duty WS-In-Vat.
*>
*>  Heading and total lines carry no date and are passed over.
*>
     move     function trim (WS-In-Date) to u-date.
     move     zero to u-bin.
     perform  maps04.
     if       u-bin = zero
           or WS-In-Entry = spaces
              add 1 to WS-Skipped
              go to ca010-Read.
     add      1 to WS-Seq WS-Loaded.
     move     spaces      to Customs-Record.
     move     "S"         to CE-Type.
     move     WS-Period   to CE-S-Period.
     move     WS-Seq      to CE-S-Seq.
     move     function upper-case (function trim (WS-In-Entry))
                          to CES-Entry-No.
     move     u-bin       to CES-Date.
     if       WS-In-Duty = spaces
              move zero to CES-Duty
     else
              move function numval (WS-In-Duty) to CES-Duty.
     if       WS-In-Vat = spaces
              move zero to CES-Vat
     else
              move function numval (WS-In-Vat) to CES-Vat.
     move     "N"         to CES-Matched.
     write    Customs-Record
              invalid key continue
     end-write.
     go       to ca010-Read.
*>
 ca900-End.
     close    Deferment-File.
     perform  ea000-Match.
     display  "Statement lines loaded   " at 1201 with foreground-color 2.
     display  WS-Loaded  at 1227 with foreground-color 3.
     display  "Lines passed over        " at 1301 with foreground-color 2.
     display  WS-Skipped at 1327 with foreground-color 3.
     display  "Charges matched to entries" at 1401 with foreground-color 2.
     display  WS-Matched at 1427 with foreground-color 3.
     display  PL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 ca999-exit.
     exit     section.
*>
 cb000-Drop-Period       section.
*>==============================
*>
*>  Statement lines already held for WS-Period removed, any matched one
*>   taken back off its entry first.
*>
     move     spaces    to Customs-Record.
     move     "S"       to CE-Type.
     move     WS-Period to CE-S-Period.
     move     zero      to CE-S-Seq.
     start    Customs-File key not less than CE-Key
              invalid key
              go to cb999-exit.
*>
 cb010-Read.
     read     Customs-File next record
              at end go to cb999-exit.
     if       not CE-Charge
           or CE-S-Period not = WS-Period
              go to cb999-exit.
     move     CE-Key to WS-Save-Key.
     if       CES-Is-Matched
              move CES-Duty to WS-Save-Duty
              move CES-Vat  to WS-Save-Vat
              move spaces   to Customs-Record
              move "E"      to CE-Type
              move CES-Entry-No of Customs-Record to CE-Entry-No
              perform cb020-Unmatch.
     move     WS-Save-Key to CE-Key.
     delete   Customs-File record
              invalid key continue
     end-delete.
     start    Customs-File key greater than CE-Key
              invalid key
              go to cb999-exit.
     go       to cb010-Read.
*>
 cb999-exit.
     exit     section.
*>
 cb020-Unmatch.
     read     Customs-File
              invalid key
              go to cb020-Exit.
     subtract WS-Save-Duty from CEE-Chg-Duty.
     subtract WS-Save-Vat  from CEE-Chg-Vat.
     if       CEE-Chg-Duty = zero
          and CEE-Chg-Vat  = zero
              move zero to CEE-Chg-Period.
     rewrite  Customs-Record
              invalid key continue
     end-rewrite.
*>
 cb020-Exit.
     exit.
*>
 ea000-Match             section.
*>==============================
*>
*>  Every unmatched statement line against the entry of the same number
*>   - the entry takes the charge and the month charged.  An entry can
*>   be keyed after its statement has been loaded, so this runs again
*>   before each reconciliation.
*>
     move     zero   to WS-Matched.
     move     spaces to Customs-Record.
     move     "S"    to CE-Type.
     start    Customs-File key not less than CE-Key
              invalid key
              go to ea999-exit.
*>
 ea010-Read.
     read     Customs-File next record
              at end go to ea999-exit.
     if       not CE-Charge
              go to ea999-exit.
     if       CES-Is-Matched
              go to ea010-Read.
     move     CE-Key         to WS-Save-Key.
     move     CE-Entry-Data  to WS-Save-Data.
     move     CES-Duty       to WS-Save-Duty.
     move     CES-Vat        to WS-Save-Vat.
     move     CE-S-Period    to WS-Save-Period.
     move     spaces         to CE-Key.
     move     "E"            to CE-Type.
     move     WS-Save-Data (1:18) to CE-Entry-No.
     read     Customs-File
              invalid key
              go to ea020-Restart.
     add      WS-Save-Duty   to CEE-Chg-Duty.
     add      WS-Save-Vat    to CEE-Chg-Vat.
     move     WS-Save-Period to CEE-Chg-Period.
     rewrite  Customs-Record
              invalid key continue
     end-rewrite.
     move     WS-Save-Key    to CE-Key.
     move     WS-Save-Data   to CE-Entry-Data.
     move     "Y"            to CES-Matched.
     rewrite  Customs-Record
              invalid key continue
     end-rewrite.
     add      1 to WS-Matched.
*>
 ea020-Restart.
     move     WS-Save-Key to CE-Key.
     start    Customs-File key greater than CE-Key
              invalid key
              go to ea999-exit.
     go       to ea010-Read.
*>
 ea999-exit.
     exit     section.
*>
 da000-Reconcile         section.
*>==============================
*>
*>  Three parts - entries not charged, charges with no entry, and the
*>   duty paid on each charged entry against what was landed onto
*>   stock for its folios.  A month limits parts 2 and 3 to that
*>   statement; part 1 is always everything still uncharged.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Deferment Reconciliation" at 0128 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
     display  "(spaces for all months)" at 0625 with foreground-color 2.
     perform  zz090-Get-Period.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to da999-exit.
*>
     perform  ea000-Match.
     move     zero to page-nos.
     move     99   to line-cnt.
     open     output print-file.
     perform  db000-Uncharged.
     perform  dc000-No-Entry.
     perform  dd000-Variance.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     display  "Reconciliation printed." at 2301 with foreground-color 2.
     display  PL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 da999-exit.
     exit     section.
*>
 db000-Uncharged         section.
*>==============================
*>
     move     "Part 1 - Entries not yet charged to the duty deferment account"
                                 to ls-head.
     move     "Entry Number        Entry Date  Supplier Container         Duty Assessed  Import VAT"
                                 to l2-text.
     perform  zb000-Headings.
     move     zero to WS-Count WS-Tot-1 WS-Tot-2.
     move     spaces to Customs-Record.
     move     "E" to CE-Type.
     start    Customs-File key not less than CE-Key
              invalid key
              go to db900-End.
*>
 db010-Read.
     read     Customs-File next record
              at end go to db900-End.
     if       not CE-Entry
              go to db900-End.
     if       CEE-Chg-Period not = zero
              go to db010-Read.
     move     spaces to line-3.
     move     CE-Entry-No   to l3-entry.
     move     CEE-Date      to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date       to l3-date.
     move     CEE-Supplier  to l3-supp.
     move     CEE-Container to l3-cont.
     move     CEE-Duty      to l3-amt1.
     move     CEE-Vat       to l3-amt2.
     perform  zz200-Print-Line.
     add      1 to WS-Count.
     add      CEE-Duty to WS-Tot-1.
     add      CEE-Vat  to WS-Tot-2.
     go       to db010-Read.
*>
 db900-End.
     move     spaces to line-4.
     string   "Entries not charged " WS-Count delimited by size
                                 into l4-head.
     move     WS-Tot-1 to l4-amt1.
     move     WS-Tot-2 to l4-amt2.
     write    print-record from line-4 after 2.
*>
 db999-exit.
     exit     section.
*>
 dc000-No-Entry          section.
*>==============================
*>
     move     "Part 2 - Deferment charges with no customs entry on file"
                                 to ls-head.
     move     "Entry Number        Entry Date  Month    Line             Duty Charged   VAT Charged"
                                 to l2-text.
     move     99 to line-cnt.
     perform  zb000-Headings.
     move     zero to WS-Count WS-Tot-1 WS-Tot-2.
     move     spaces to Customs-Record.
     move     "S" to CE-Type.
     move     WS-Period to CE-S-Period.
     move     zero to CE-S-Seq.
     start    Customs-File key not less than CE-Key
              invalid key
              go to dc900-End.
*>
 dc010-Read.
     read     Customs-File next record
              at end go to dc900-End.
     if       not CE-Charge
              go to dc900-End.
     if       WS-Period not = zero
          and CE-S-Period not = WS-Period
              go to dc900-End.
     if       CES-Is-Matched
              go to dc010-Read.
     move     spaces to line-3.
     move     CES-Entry-No  to l3-entry.
     move     CES-Date      to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date       to l3-date.
     move     CE-S-Period   to l3-supp.
     move     CE-S-Seq      to l3-cont.
     move     CES-Duty      to l3-amt1.
     move     CES-Vat       to l3-amt2.
     perform  zz200-Print-Line.
     add      1 to WS-Count.
     add      CES-Duty to WS-Tot-1.
     add      CES-Vat  to WS-Tot-2.
     go       to dc010-Read.
*>
 dc900-End.
     move     spaces to line-4.
     string   "Charges with no entry " WS-Count delimited by size
                                 into l4-head.
     move     WS-Tot-1 to l4-amt1.
     move     WS-Tot-2 to l4-amt2.
     write    print-record from line-4 after 2.
*>
 dc999-exit.
     exit     section.
*>
 dd000-Variance          section.
*>==============================
*>
*>  Landed onto stock is the LC total pl060 noted for each of the
*>   entry's folios - positive variance is more put on stock than paid.
*>
     move     "Part 3 - Duty paid against duty landed onto stock"
                                 to ls-head.
     move     "Entry Number        Entry Date  Supplier Container         Duty Assessed  Duty Charged  Landed Stock     Variance"
                                 to l2-text.
     move     99 to line-cnt.
     perform  zb000-Headings.
     move     zero to WS-Count WS-Tot-1 WS-Tot-2 WS-Tot-3 WS-Tot-4.
     move     spaces to Customs-Record.
     move     "E" to CE-Type.
     start    Customs-File key not less than CE-Key
              invalid key
              go to dd900-End.
*>
 dd010-Read.
     read     Customs-File next record
              at end go to dd900-End.
     if       not CE-Entry
              go to dd900-End.
     if       CEE-Chg-Period = zero
              go to dd010-Read.
     if       WS-Period not = zero
          and CEE-Chg-Period not = WS-Period
              go to dd010-Read.
*>
     move     CE-Key        to WS-Save-Key.
     move     CE-Entry-Data to WS-Save-Data.
     move     zero to WS-Landed.
     perform  dd020-Landed-Folio varying WS-I from 1 by 1
                                 until WS-I > 6.
     move     WS-Save-Key   to CE-Key.
     move     WS-Save-Data  to CE-Entry-Data.
*>
     subtract CEE-Chg-Duty from WS-Landed giving WS-Variance.
     move     spaces to line-3.
     move     CE-Entry-No   to l3-entry.
     move     CEE-Date      to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date       to l3-date.
     move     CEE-Supplier  to l3-supp.
     move     CEE-Container to l3-cont.
     move     CEE-Duty      to l3-amt1.
     move     CEE-Chg-Duty  to l3-amt2.
     move     WS-Landed     to l3-amt3.
     move     WS-Variance   to l3-amt4.
     if       CEE-Duty not = CEE-Chg-Duty
              move "Charge differs" to l3-note.
     if       WS-Landed = zero
              move "Nothing landed" to l3-note.
     perform  zz200-Print-Line.
     add      1 to WS-Count.
     add      CEE-Duty     to WS-Tot-1.
     add      CEE-Chg-Duty to WS-Tot-2.
     add      WS-Landed    to WS-Tot-3.
     add      WS-Variance  to WS-Tot-4.
*>
     start    Customs-File key greater than CE-Key
              invalid key
              go to dd900-End.
     go       to dd010-Read.
*>
 dd900-End.
     move     spaces to line-4.
     string   "Entries charged " WS-Count delimited by size
                                 into l4-head.
     move     WS-Tot-1 to l4-amt1.
     move     WS-Tot-2 to l4-amt2.
     move     WS-Tot-3 to l4-amt3.
     move     WS-Tot-4 to l4-amt4.
     write    print-record from line-4 after 2.
*>
 dd999-exit.
     exit     section.
*>
 dd020-Landed-Folio.
     if       WS-Save-Data (29 + (WS-I * 8):8) = zero
           or WS-Save-Data (29 + (WS-I * 8):8) = spaces
              go to dd020-Exit.
     move     spaces to Customs-Record.
     move     "L"    to CE-Type.
     move     WS-Save-Data (29 + (WS-I * 8):8) to CE-L-Folio.
     read     Customs-File
              invalid key
              go to dd020-Exit.
     add      CEL-LC-Total to WS-Landed.
*>
 dd020-Exit.
     exit.
*>
 zb000-Headings          section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     write    print-record from line-1 after page.
     write    print-record from line-s after 2.
     write    print-record from line-2 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     6 to line-cnt.
*>
 zb999-exit.
     exit     section.
*>
 zz200-Print-Line        section.
*>==============================
*>
     if       line-cnt > Page-Lines - 3
              perform zb000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
*>
 zz200-exit.
     exit     section.
*>
 zz090-Get-Period          section.
*>********************************
*>
*>  Statement month as mm/ccyy into WS-Period ccyymm - zero if left
*>   blank or Esc.
*>
     move     zero   to WS-Period.
     move     spaces to WS-Period-In.
     display  "Statement Month [       ]   (mm/ccyy)" at 0601 with foreground-color 2.
*>
 zz090-Accept.
     accept   WS-Period-In at 0618 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Period-In = spaces
              go to zz090-Exit.
     if       WS-Period-In (1:2) not numeric
           or WS-Period-In (3:1) not = "/"
           or WS-Period-In (4:4) not numeric
           or WS-Period-In (1:2) < "01" or > "12"
              display PL270 at 2301 with foreground-color 4 highlight
              go to zz090-Accept.
     move     WS-Period-In (4:4) to WS-Per-Year.
     move     WS-Period-In (1:2) to WS-Per-Month.
     display  " " at 2301 with erase eol.
*>
 zz090-Exit.
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
 copy "Proc-ACAS-FH-Calls.cob".
*>
