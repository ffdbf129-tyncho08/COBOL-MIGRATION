       >>source free
*>*********************************************
*>                                            *
*>             Report Writer                  *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         xl166.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            User defined reports over the main data
*>                        files without a program change.  A report
*>                        definition (fdrwdef.cob) names one file -
*>                        customers, suppliers, stock, sales or
*>                        purchase open items, sales invoice headers
*>                        or GL postings - the fields to list by their
*>                        record layout names (wsrwdict.cob), up to
*>                        five selection conditions, three sort fields
*>                        with sub-totals on a change of the first or
*>                        first two, and which columns to total.  The
*>                        definition is saved under a name and run from
*>                        here, or from an xl200 job stream (caller
*>                        xl150) where every definition flagged for the
*>                        job stream is run with no operator input.
*>                        Output is printed, written as a CSV
*>                        (rw-name.csv) or both.
*>                        The data files are only ever opened for
*>                        input - nothing here writes to them.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04.
*>                        acas006 (GL Postings), acas011 (Stock),
*>                        acas012 (Sales), acas016 (Invoice),
*>                        acas019 (OTM3), acas022 (Purch),
*>                        acas029 (OTM5) FHs.
*>**
*>    Error messages used.
*>                        XL237    Field not on file for this report.
*>                        XL238    Op must be EQ NE LT LE GT or GE.
*>                        XL239    Totals only on numeric fields.
*>                        XL240    Break needs that many sort fields.
*>                        XL241    File must be SL PL ST SO PO IN GP.
*>                        XL242    Report not on file.
*>                        XL243    At least one column needed.
*>                        XL244    Invalid value for the field.
*>                        XL245    Data file not available.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for the report writer.
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
 copy "selrwdef.cob".
 copy "selprint.cob".
*>
     select  Csv-File        assign               WS-Csv-Name
                             organization         line sequential
                             status               WS-Csv-Status.
*>
     select  sort-file       assign        file-21,
                             status        ss-reply.
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdrwdef.cob".
 copy "fdprint.cob".
*>
 fd  Csv-File.
 01  Csv-Record          pic x(512).
*>
 sd  sort-file.
*>
 01  sort-record.
     03  srt-keys.
         05  srt-key-a1      pic x(30).
         05  srt-key-d1      pic x(30).
         05  srt-key-a2      pic x(30).
         05  srt-key-d2      pic x(30).
         05  srt-key-a3      pic x(30).
         05  srt-key-d3      pic x(30).
     03  filler              redefines srt-keys.
         05  srt-key-pair                  occurs 3.
             07  srt-key-a   pic x(30).
             07  srt-key-d   pic x(30).
     03  srt-seq             pic 9(8).
     03  srt-brk-text        pic x(30)     occurs 2.
     03  srt-col                           occurs 8.
         05  srt-col-text    pic x(30).
         05  srt-col-num     pic s9(11)v9(6) comp-3.
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "XL166 (3.02.00)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wsrwdict.cob".
 copy "slwsoi3.cob".
 copy "wssl.cob".
 copy "wspl.cob".
 copy "wsstock.cob".
 copy "wspost.cob".
 01  WS-Invoice-Record   pic x(137).
 01  WS-OTM5-Record      pic x(113).
 01  WS-Buffer           pic x(512).
*>
*> REMARK OUT ANY IN USE
*>
 01  Dummies-4-Unused-ACAS-FH-Calls.      *> Call blk at zz080-ACAS-Calls
     03  Default-Record         pic x.
     03  Final-Record           pic x.
     03  System-Record-4        pic x.
     03  WS-Ledger-Record       pic x.
*>     03  WS-Posting-Record      pic x.
     03  WS-Batch-Record        pic x.
     03  WS-IRS-Posting-Record  pic x.
     03  WS-Stock-Audit-Record  pic x.
*>     03  WS-Stock-Record        pic x.
*>     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  WS-Analysis-Record     pic x.
     03  WS-Del-Inv-Nos-Record  pic x.
*>     03  WS-Purch-Record        pic x.
     03  WS-Pay-Record          pic x.
*>     03  WS-Invoice-Record      pic x.
*>     03  WS-OTM3-Record         pic x.
     03  WS-PInvoice-Record     pic x.
*>     03  WS-OTM5-Record         pic x.
*>
 copy "Test-Data-Flags.cob".  *> set sw-testing to zero to stop logging.
*>
 01  All-My-Constants    pic 9(4).
     copy "screenio.cpy".
*>
 01  ws-data.
     03  menu-reply      pic x.
     03  ws-reply        pic x.
     03  ss-reply        pic xx           value zeros.
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  WS-Csv-Name     pic x(40)        value spaces.
     03  WS-Csv-Status   pic 99           value zero.
     03  WS-Csv-Ptr      pic 9(4)         value zero.
     03  WS-Name-In      pic x(8)         value spaces.
     03  WS-File-In      pic xx           value spaces.
     03  WS-Def-Ok       pic x            value "N".
     03  WS-Err-Text     pic x(40)        value spaces.
     03  WS-Data-Open    pic x            value "N".
     03  WS-Data-Eof     pic x            value "N".
     03  WS-Data-Fail    pic x            value "N".
     03  WS-Pass         pic x            value "N".
     03  WS-First        pic x            value "Y".
     03  WS-Found        pic x            value "N".
     03  WS-Fail-Cnt     pic 999          value zero.
     03  WS-Run-Cnt      pic 999          value zero.
     03  WS-Read-Cnt     pic 9(7)         value zero.
     03  WS-Sel-Cnt      pic 9(7)         value zero.
     03  WS-Seq          pic 9(8)         value zero.
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Today-Ymd    pic 9(8)         value zero.
     03  WS-Ymd          pic 9(8)         value zero.
     03  WS-Ix           pic 99           value zero.
     03  WS-Cx           pic 99           value zero.
     03  WS-Kx           pic 99           value zero.
     03  WS-Nx           pic 99           value zero.
     03  WS-Lv           pic 9            value zero.
     03  WS-Dx           pic 999          value zero.
     03  WS-Lin          pic 99           value zero.
     03  WS-Pos          pic 999          value zero.
     03  WS-Lab-Max      pic 999          value zero.
     03  WS-Tally        pic 99           value zero.
     03  WS-Cmp          pic s9           value zero.
     03  WS-Find-Name    pic x(24)        value spaces.
     03  WS-Up-1         pic x(24)        value spaces.
     03  WS-Up-2         pic x(24)        value spaces.
     03  WS-Label        pic x(40)        value spaces.
     03  WS-Cnt-Ed       pic z(6)9.
     03  WS-Line         pic x(132)       value spaces.
     03  WS-Lower        pic x(26)        value "abcdefghijklmnopqrstuvwxyz".
     03  WS-Upper        pic x(26)        value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
*>
*>  One field out of the record - as text for printing and as a value
*>   for testing, sorting and totals.  Kind A text, N number, D date.
*>
 01  WS-Field-Work.
     03  WS-Off          pic 9(4)         value zero.
     03  WS-Len          pic 999          value zero.
     03  WS-Dec          pic 9            value zero.
     03  WS-Fld-Kind     pic x            value space.
     03  WS-Fld-Text     pic x(30)        value spaces.
     03  WS-Fld-Num      pic s9(11)v9(6)  comp-3 value zero.
     03  WS-Raw          pic s9(18)       comp-3 value zero.
     03  WS-Dsp-X        pic x(18)        value zeros.
     03  WS-Dsp-U        redefines WS-Dsp-X
                         pic 9(18).
     03  WS-Dsp-S        redefines WS-Dsp-X
                         pic s9(18).
     03  WS-Pk-X         pic x(10)        value low-values.
     03  WS-Pk-N         redefines WS-Pk-X
                         pic s9(19)       comp-3.
     03  WS-C2-X         pic xx           value low-values.
     03  WS-C2-N         redefines WS-C2-X
                         pic s9(4)        comp.
     03  WS-C4-X         pic x(4)         value low-values.
     03  WS-C4-N         redefines WS-C4-X
                         pic s9(9)        comp.
     03  WS-BL-X         pic x(4)         value low-values.
     03  WS-BL-N         redefines WS-BL-X
                         binary-long.
     03  WS-BC-X         pic x            value low-value.
     03  WS-BC-N         redefines WS-BC-X
                         binary-char.
     03  WS-Key-Num      pic 9(12)v9(6)   value zero.
     03  WS-Key-Num-X    redefines WS-Key-Num
                         pic x(18).
     03  WS-Ed-Num       pic s9(13)v9(6)  comp-3 value zero.
     03  WS-Ed-Text      pic x(15)        value spaces.
     03  WS-Ed-0         pic -(14)9.
     03  WS-Ed-2         pic -(11)9.99.
     03  WS-Ed-4         pic -(9)9.9999.
*>
 01  WS-Powers.
     03  filler          pic 9(7)         value 1.
     03  filler          pic 9(7)         value 10.
     03  filler          pic 9(7)         value 100.
     03  filler          pic 9(7)         value 1000.
     03  filler          pic 9(7)         value 10000.
     03  filler          pic 9(7)         value 100000.
     03  filler          pic 9(7)         value 1000000.
 01  filler              redefines WS-Powers.
     03  WS-Pow          pic 9(7)         occurs 7.
*>
 01  WS-File-Codes.
     03  filler          pic x(32) value "SLCustomers (sales ledger)".
     03  filler          pic x(32) value "PLSuppliers (purchase ledger)".
     03  filler          pic x(32) value "STStock items".
     03  filler          pic x(32) value "SOSales open items".
     03  filler          pic x(32) value "POPurchase open items".
     03  filler          pic x(32) value "INSales invoice headers".
     03  filler          pic x(32) value "GPGeneral ledger postings".
 01  filler              redefines WS-File-Codes.
     03  WS-File-Entry   occurs 7.
         05  WS-File-Code    pic xx.
         05  WS-File-Desc    pic x(30).
*>
*>  The definition in hand resolved against the dictionary.
*>
 01  WS-Resolved.
     03  WS-Col-Cnt      pic 9            value zero.
     03  WS-Col                           occurs 8.
         05  WS-Col-Dx       pic 999.
         05  WS-Col-Kind     pic x.
         05  WS-Col-Dec      pic 9.
         05  WS-Col-Tot      pic x.
         05  WS-Col-Pos      pic 999.
         05  WS-Col-Wid      pic 99.
     03  WS-Cond-Cnt     pic 9            value zero.
     03  WS-Cond                          occurs 5.
         05  WS-Cond-Dx      pic 999.
         05  WS-Cond-Op      pic xx.
         05  WS-Cond-Text    pic x(20).
         05  WS-Cond-Star    pic x.
         05  WS-Cond-Len     pic 99.
         05  WS-Cond-Num     pic s9(11)v9(6) comp-3.
     03  WS-Sort-Cnt     pic 9            value zero.
     03  WS-Srt                           occurs 3.
         05  WS-Sort-Dx      pic 999.
         05  WS-Sort-Dir     pic x.
     03  WS-Prev-Brk     pic x(30)        occurs 2.
*>
*>  Totals - 1 outer break, 2 inner break, 3 the report.
*>
 01  WS-Totals.
     03  WS-Tot-Level                     occurs 3.
         05  WS-Tot-Cnt      pic 9(7)     comp-3.
         05  WS-Tot-Amt      pic s9(13)v9(6) comp-3  occurs 8.
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
     03  XL237          pic x(40) value "XL237 Field not on file for this report".
     03  XL238          pic x(37) value "XL238 Op must be EQ NE LT LE GT or GE".
     03  XL239          pic x(35) value "XL239 Totals only on numeric fields".
     03  XL240          pic x(40) value "XL240 Break needs that many sort fields".
     03  XL241          pic x(39) value "XL241 File must be SL PL ST SO PO IN GP".
     03  XL242          pic x(24) value "XL242 Report not on file".
     03  XL243          pic x(33) value "XL243 At least one column needed".
     03  XL244          pic x(34) value "XL244 Invalid value for the field".
     03  XL245          pic x(29) value "XL245 Data file not available".
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
     03  l3-name         pic x(10).
     03  l3-title        pic x(42).
     03  l3-file         pic x(4).
     03  l3-output       pic x(4).
     03  l3-job          pic x(4).
     03  l3-break        pic 9bbb.
     03  l3-last         pic x(12).
     03  l3-count        pic z(5)9bb.
     03  l3-user         pic x(8).
*>
 01  line-4.
     03  filler          pic x(10)       value spaces.
     03  l4-what         pic x(8).
     03  l4-field        pic x(26).
     03  l4-extra        pic x(30).
*>
 01  line-5.
     03  l5-name         pic x(26).
     03  l5-offset       pic z(3)9bb.
     03  l5-length       pic zz9bb.
     03  l5-storage      pic x(20).
     03  l5-edit         pic x(20).
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
     move     to-day to u-date.
     move     zero   to u-bin.
     perform  maps04.
     move     u-bin  to WS-Today-Bin.
     move     to-day (7:4) to WS-Today-Ymd (1:4).
     move     to-day (4:2) to WS-Today-Ymd (5:2).
     move     to-day (1:2) to WS-Today-Ymd (7:2).
*>
     open     i-o Rpt-Def-File.
     if       fs-reply not = zero
              open  output Rpt-Def-File
              close Rpt-Def-File
              open  i-o    Rpt-Def-File.
*>
*>  Job stream step - every definition flagged for it, no screen.
*>
     if       WS-Caller = "xl150"
              move zero to WS-Term-Code
              perform ga000-Run-Jobs
              close Rpt-Def-File
              go to menu-exit.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Report Writer" at 0134 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Maintain Report Definitions"     at 0811 with foreground-color 2.
     display  "(2)  Run A Report"                    at 0911 with foreground-color 2.
     display  "(3)  Print Report Definitions"        at 1011 with foreground-color 2.
     display  "(4)  Print Field Names For A File"    at 1111 with foreground-color 2.
     display  "(X)  Return To Menu"                  at 1311 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-close.
     if       menu-reply = "1"
              perform  ba000-Definitions
              go to menu-return.
     if       menu-reply = "2"
              perform  ha000-Run-One
              go to menu-return.
     if       menu-reply = "3"
              perform  ea000-Def-List
              go to menu-return.
     if       menu-reply = "4"
              perform  fa000-Field-List
              go to menu-return.
     go       to menu-input.
*>
 menu-close.
     close    Rpt-Def-File.
*>
 menu-exit.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Definitions       section.
*>==============================
*>
*>  Keying an existing name shows it and offers to amend or delete.
*>   Field names are checked against the dictionary for the file as
*>   they are keyed and stored as the layout spells them.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Maintain Report Definitions" at 0128 with foreground-color 2.
*>
 ba010-Get-Name.
     display  " " at 0501 with erase eos.
     move     spaces to WS-Name-In.
     display  "Report name [        ]" at 0501 with foreground-color 2.
     accept   WS-Name-In at 0514 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Name-In = spaces
              go to ba999-exit.
     move     WS-Name-In to RW-Name.
     read     Rpt-Def-File
              invalid key
              move spaces to Rpt-Def-Record
              move WS-Name-In to RW-Name
              move "P"  to RW-Output
              move "N"  to RW-Job-Run
              move zero to RW-Break RW-Last-Run RW-Last-Count
              go to ba020-Show
     end-read
     perform  bb000-Show-Def.
     display  "On file - (A)mend, (D)elete or (S)kip ? [S]" at 2201 with foreground-color 2.
     move     "S" to ws-reply.
     accept   ws-reply at 2242 with foreground-color 6 update UPPER.
     if       ws-reply = "D"
              delete Rpt-Def-File record
              go to ba010-Get-Name.
     if       ws-reply not = "A"
              go to ba010-Get-Name.
     display  " " at 2201 with erase eol.
*>
 ba020-Show.
     perform  bb000-Show-Def.
     accept   RW-Title at 0714 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba010-Get-Name.
*>
 ba030-File.
     accept   RW-File at 0814 with foreground-color 3 update UPPER.
     move     RW-File to WS-File-In.
     perform  zf000-Check-File.
     if       WS-Found not = "Y"
              display XL241 at 2301 with foreground-color 4 highlight
              go to ba030-File.
     display  " " at 2301 with erase eol.
*>
 ba040-Output.
     accept   RW-Output at 0914 with foreground-color 3 update UPPER.
     if       RW-Output not = "P" and not = "C" and not = "B"
              go to ba040-Output.
     accept   RW-Job-Run at 1014 with foreground-color 3 update UPPER.
     if       RW-Job-Run not = "Y"
              move "N" to RW-Job-Run.
     display  RW-Job-Run at 1014 with foreground-color 3.
*>
*>  Columns - a blank name ends the list.
*>
     move     zero to WS-Ix.
*>
 ba050-Column.
     add      1 to WS-Ix.
     if       WS-Ix > 8
              go to ba070-Sorts.
     compute  WS-Lin = WS-Ix + 13.
     accept   RW-Col-Field (WS-Ix) at line WS-Lin col 4 with foreground-color 3 update.
     if       RW-Col-Field (WS-Ix) = spaces
              if   WS-Ix = 1
                   display XL243 at 2301 with foreground-color 4 highlight
                   subtract 1 from WS-Ix
                   go to ba050-Column
              end-if
              perform bd000-Clear-Columns
              go to ba070-Sorts.
     move     RW-Col-Field (WS-Ix) to WS-Find-Name.
     perform  za000-Find-Field.
     if       WS-Dx = zero
              display XL237 at 2301 with foreground-color 4 highlight
              subtract 1 from WS-Ix
              go to ba050-Column.
     display  " " at 2301 with erase eol.
     move     RWD-Name (WS-Dx) to RW-Col-Field (WS-Ix).
     display  RW-Col-Field (WS-Ix) at line WS-Lin col 4 with foreground-color 3.
*>
 ba060-Total.
     accept   RW-Col-Total (WS-Ix) at line WS-Lin col 31 with foreground-color 3 update UPPER.
     if       RW-Col-Total (WS-Ix) not = "Y"
              move "N" to RW-Col-Total (WS-Ix).
     if       RW-Col-Total (WS-Ix) = "Y"
        and  (RWD-Storage (WS-Dx) = "X" or RWD-Edit (WS-Dx) = "D")
              display XL239 at 2301 with foreground-color 4 highlight
              go to ba060-Total.
     display  " " at 2301 with erase eol.
     display  RW-Col-Total (WS-Ix) at line WS-Lin col 31 with foreground-color 3.
     go       to ba050-Column.
*>
*>  Sort fields - a blank name ends the list.
*>
 ba070-Sorts.
     display  " " at 2301 with erase eol.
     move     zero to WS-Ix.
*>
 ba080-Sort.
     add      1 to WS-Ix.
     if       WS-Ix > 3
              go to ba100-Break.
     compute  WS-Lin = WS-Ix + 13.
     accept   RW-Sort-Field (WS-Ix) at line WS-Lin col 44 with foreground-color 3 update.
     if       RW-Sort-Field (WS-Ix) = spaces
              perform be000-Clear-Sorts
              go to ba100-Break.
     move     RW-Sort-Field (WS-Ix) to WS-Find-Name.
     perform  za000-Find-Field.
     if       WS-Dx = zero
              display XL237 at 2301 with foreground-color 4 highlight
              subtract 1 from WS-Ix
              go to ba080-Sort.
     display  " " at 2301 with erase eol.
     move     RWD-Name (WS-Dx) to RW-Sort-Field (WS-Ix).
     display  RW-Sort-Field (WS-Ix) at line WS-Lin col 44 with foreground-color 3.
     if       RW-Sort-Dir (WS-Ix) not = "D"
              move "A" to RW-Sort-Dir (WS-Ix).
*>
 ba090-Dir.
     accept   RW-Sort-Dir (WS-Ix) at line WS-Lin col 71 with foreground-color 3 update UPPER.
     if       RW-Sort-Dir (WS-Ix) not = "A" and not = "D"
              go to ba090-Dir.
     go       to ba080-Sort.
*>
 ba100-Break.
     accept   RW-Break at 1114 with foreground-color 3 update.
     move     zero to WS-Kx.
     if       RW-Sort-Field (1) not = spaces
              add 1 to WS-Kx.
     if       RW-Sort-Field (2) not = spaces
              add 1 to WS-Kx.
     if       RW-Break > 2
           or RW-Break > WS-Kx
              display XL240 at 2301 with foreground-color 4 highlight
              go to ba100-Break.
     display  " " at 2301 with erase eol.
*>
*>  Conditions on their own page - a blank name ends the list.
*>
     perform  bc000-Show-Conds.
     move     zero to WS-Ix.
*>
 ba110-Cond.
     add      1 to WS-Ix.
     if       WS-Ix > 5
              go to ba200-Save.
     compute  WS-Lin = WS-Ix + 13.
     accept   RW-Cond-Field (WS-Ix) at line WS-Lin col 4 with foreground-color 3 update.
     if       RW-Cond-Field (WS-Ix) = spaces
              perform bf000-Clear-Conds
              go to ba200-Save.
     move     RW-Cond-Field (WS-Ix) to WS-Find-Name.
     perform  za000-Find-Field.
     if       WS-Dx = zero
              display XL237 at 2301 with foreground-color 4 highlight
              subtract 1 from WS-Ix
              go to ba110-Cond.
     display  " " at 2301 with erase eol.
     move     RWD-Name (WS-Dx) to RW-Cond-Field (WS-Ix).
     display  RW-Cond-Field (WS-Ix) at line WS-Lin col 4 with foreground-color 3.
*>
 ba120-Op.
     accept   RW-Cond-Op (WS-Ix) at line WS-Lin col 31 with foreground-color 3 update UPPER.
     if       RW-Cond-Op (WS-Ix) not = "EQ" and not = "NE"
                             and not = "LT" and not = "LE"
                             and not = "GT" and not = "GE"
              display XL238 at 2301 with foreground-color 4 highlight
              go to ba120-Op.
     display  " " at 2301 with erase eol.
*>
 ba130-Value.
     accept   RW-Cond-Value (WS-Ix) at line WS-Lin col 36 with foreground-color 3 update.
     move     WS-Ix to WS-Nx.
     move     1 to WS-Kx.
     perform  jc000-Cond-Value.
     if       WS-Def-Ok not = "Y"
              display XL244 at 2301 with foreground-color 4 highlight
              go to ba130-Value.
     display  " " at 2301 with erase eol.
     go       to ba110-Cond.
*>
 ba200-Save.
     write    Rpt-Def-Record
              invalid key
              rewrite Rpt-Def-Record
     end-write
     go       to ba010-Get-Name.
*>
 ba999-exit.
     exit     section.
*>
 bb000-Show-Def          section.
*>==============================
*>
     display  " " at 0701 with erase eos.
     display  "Title       [                                        ]" at 0701 with foreground-color 2.
     display  "File        [  ]  SL PL ST SO PO IN GP" at 0801 with foreground-color 2.
     display  "Output      [ ]  P print, C CSV, B both" at 0901 with foreground-color 2.
     display  "Job stream  [ ]  Y = run by the job stream step" at 1001 with foreground-color 2.
     display  "Break       [ ]  0 none, 1 on sort 1, 2 on sorts 1 & 2" at 1101 with foreground-color 2.
     display  "   Column field             Total" at 1301 with foreground-color 2.
     display  "   Sort field               A/D" at 1341 with foreground-color 2.
     display  RW-Title   at 0714 with foreground-color 3.
     display  RW-File    at 0814 with foreground-color 3.
     display  RW-Output  at 0914 with foreground-color 3.
     display  RW-Job-Run at 1014 with foreground-color 3.
     display  RW-Break   at 1114 with foreground-color 3.
     move     zero to WS-Ix.
*>
 bb010-Columns.
     add      1 to WS-Ix.
     if       WS-Ix > 8
              go to bb020-Sorts.
     compute  WS-Lin = WS-Ix + 13.
     display  WS-Ix at line WS-Lin col 1 with foreground-color 2.
     display  RW-Col-Field (WS-Ix) at line WS-Lin col 4 with foreground-color 3.
     display  RW-Col-Total (WS-Ix) at line WS-Lin col 31 with foreground-color 3.
     if       WS-Ix not > 3
              display WS-Ix at line WS-Lin col 41 with foreground-color 2
              display RW-Sort-Field (WS-Ix) at line WS-Lin col 44 with foreground-color 3
              display RW-Sort-Dir (WS-Ix) at line WS-Lin col 71 with foreground-color 3.
     go       to bb010-Columns.
*>
 bb020-Sorts.
     display  "Last run" at 2101 with foreground-color 2.
     if       RW-Last-Run = zero
              display "Never" at 2114 with foreground-color 3
     else
              move RW-Last-Run to WS-Ymd
              perform zd000-Ymd-To-Date
              display ws-date at 2114 with foreground-color 3
              display RW-Last-Count at 2126 with foreground-color 3
              display "records" at 2133 with foreground-color 2.
*>
 bb999-exit.
     exit     section.
*>
 bc000-Show-Conds        section.
*>==============================
*>
     display  " " at 1301 with erase eos.
     display  "   Condition field          Op   Value - text* = starts with, dates dd/mm/ccyy, TODAY or -nnn days"
                                 at 1301 with foreground-color 2.
     move     zero to WS-Ix.
*>
 bc010-Conds.
     add      1 to WS-Ix.
     if       WS-Ix > 5
              go to bc999-exit.
     compute  WS-Lin = WS-Ix + 13.
     display  WS-Ix at line WS-Lin col 1 with foreground-color 2.
     display  RW-Cond-Field (WS-Ix) at line WS-Lin col 4 with foreground-color 3.
     display  RW-Cond-Op (WS-Ix) at line WS-Lin col 31 with foreground-color 3.
     display  RW-Cond-Value (WS-Ix) at line WS-Lin col 36 with foreground-color 3.
     go       to bc010-Conds.
*>
 bc999-exit.
     exit     section.
*>
 bd000-Clear-Columns     section.
*>==============================
*>
*>  From WS-Ix on, blank on file and screen.
*>
     move     WS-Ix to WS-Cx.
*>
 bd010-Clear.
     if       WS-Cx > 8
              go to bd999-exit.
     move     spaces to RW-Col-Field (WS-Cx) RW-Col-Total (WS-Cx).
     compute  WS-Lin = WS-Cx + 13.
     display  RW-Col-Field (WS-Cx) at line WS-Lin col 4 with foreground-color 3.
     display  RW-Col-Total (WS-Cx) at line WS-Lin col 31 with foreground-color 3.
     add      1 to WS-Cx.
     go       to bd010-Clear.
*>
 bd999-exit.
     exit     section.
*>
 be000-Clear-Sorts       section.
*>==============================
*>
     move     WS-Ix to WS-Cx.
*>
 be010-Clear.
     if       WS-Cx > 3
              go to be999-exit.
     move     spaces to RW-Sort-Field (WS-Cx) RW-Sort-Dir (WS-Cx).
     compute  WS-Lin = WS-Cx + 13.
     display  RW-Sort-Field (WS-Cx) at line WS-Lin col 44 with foreground-color 3.
     display  RW-Sort-Dir (WS-Cx) at line WS-Lin col 71 with foreground-color 3.
     add      1 to WS-Cx.
     go       to be010-Clear.
*>
 be999-exit.
     exit     section.
*>
 bf000-Clear-Conds       section.
*>==============================
*>
     move     WS-Ix to WS-Cx.
*>
 bf010-Clear.
     if       WS-Cx > 5
              go to bf999-exit.
     move     spaces to RW-Cond-Field (WS-Cx) RW-Cond-Op (WS-Cx)
                        RW-Cond-Value (WS-Cx).
     compute  WS-Lin = WS-Cx + 13.
     display  RW-Cond-Field (WS-Cx) at line WS-Lin col 4 with foreground-color 3.
     display  RW-Cond-Op (WS-Cx) at line WS-Lin col 31 with foreground-color 3.
     display  RW-Cond-Value (WS-Cx) at line WS-Lin col 36 with foreground-color 3.
     add      1 to WS-Cx.
     go       to bf010-Clear.
*>
 bf999-exit.
     exit     section.
*>
 ca000-Input-To-Sort     section.
*>==============================
*>
*>  Every record of the file that passes all the conditions, with
*>   its sort keys and column values.
*>
     move     zero to WS-Seq.
     perform  da000-Open-Data.
     if       WS-Data-Open not = "Y"
              move "Y" to WS-Data-Fail
              go to ca999-exit.
*>
 ca010-Read.
     perform  db000-Read-Data.
     if       WS-Data-Eof = "Y"
              go to ca900-End.
     add      1 to WS-Read-Cnt.
     perform  zc000-Test-Conds.
     if       WS-Pass not = "Y"
              go to ca010-Read.
     perform  dd000-Build-Sort.
     release  sort-record.
     add      1 to WS-Sel-Cnt.
     go       to ca010-Read.
*>
 ca900-End.
     perform  dc000-Close-Data.
*>
 ca999-exit.
     exit     section.
*>
 cb000-Output-From-Sort  section.
*>==============================
*>
*>  Detail lines in sort order, sub-totals when a break field
*>   changes, the report total at the end.
*>
     move     "Y" to WS-First.
     initialize WS-Totals.
*>
 cb010-Return.
     return   sort-file at end
              go to cb900-End.
     if       WS-First = "Y"
              move "N" to WS-First
              move srt-brk-text (1) to WS-Prev-Brk (1)
              move srt-brk-text (2) to WS-Prev-Brk (2)
              go to cb020-Add.
     if       RW-Break = 2
        and  (srt-brk-text (1) not = WS-Prev-Brk (1)
          or  srt-brk-text (2) not = WS-Prev-Brk (2))
              move 2 to WS-Lv
              perform cc000-Sub-Total.
     if       RW-Break not < 1
        and   srt-brk-text (1) not = WS-Prev-Brk (1)
              move 1 to WS-Lv
              perform cc000-Sub-Total.
     move     srt-brk-text (1) to WS-Prev-Brk (1).
     move     srt-brk-text (2) to WS-Prev-Brk (2).
*>
 cb020-Add.
     add      1 to WS-Tot-Cnt (1) WS-Tot-Cnt (2) WS-Tot-Cnt (3).
     move     zero to WS-Cx.
*>
 cb030-Col.
     add      1 to WS-Cx.
     if       WS-Cx > WS-Col-Cnt
              go to cb040-Out.
     if       WS-Col-Tot (WS-Cx) = "Y"
              add srt-col-num (WS-Cx) to WS-Tot-Amt (1 WS-Cx)
                                         WS-Tot-Amt (2 WS-Cx)
                                         WS-Tot-Amt (3 WS-Cx).
     go       to cb030-Col.
*>
 cb040-Out.
     if       RW-Print
              perform cd000-Print-Detail.
     if       RW-Csv
              perform ce000-Csv-Detail.
     go       to cb010-Return.
*>
 cb900-End.
     if       WS-First = "N"
       and    RW-Break = 2
              move 2 to WS-Lv
              perform cc000-Sub-Total.
     if       WS-First = "N"
       and    RW-Break not < 1
              move 1 to WS-Lv
              perform cc000-Sub-Total.
     move     3 to WS-Lv.
     perform  cc000-Sub-Total.
*>
 cb999-exit.
     exit     section.
*>
 cc000-Sub-Total         section.
*>==============================
*>
*>  Totals line for level WS-Lv, then clear it.  Printed only - the
*>   CSV carries the detail for the spreadsheet to total.
*>
     if       not RW-Print
              go to cc900-Clear.
     move     spaces to WS-Line WS-Label.
     move     WS-Tot-Cnt (WS-Lv) to WS-Cnt-Ed.
     if       WS-Lv = 3
              string "Report total -" WS-Cnt-Ed " records"
                     delimited by size into WS-Label
     else
              string "Total " delimited by size
                     WS-Prev-Brk (WS-Lv) delimited by "  "
                     " -" WS-Cnt-Ed delimited by size into WS-Label.
*>
*>  The label takes what room there is before the first total.
*>
     move     132 to WS-Lab-Max.
     move     zero to WS-Cx.
*>
 cc010-Room.
     add      1 to WS-Cx.
     if       WS-Cx > WS-Col-Cnt
              go to cc020-Label.
     if       WS-Col-Tot (WS-Cx) not = "Y"
           or WS-Col-Wid (WS-Cx) = zero
              go to cc010-Room.
     compute  WS-Lab-Max = WS-Col-Pos (WS-Cx) - 2.
*>
 cc020-Label.
     if       WS-Lab-Max > 40
              move 40 to WS-Lab-Max.
     if       WS-Lab-Max > zero
              move WS-Label to WS-Line (1:WS-Lab-Max).
     move     zero to WS-Cx.
*>
 cc030-Col.
     add      1 to WS-Cx.
     if       WS-Cx > WS-Col-Cnt
              go to cc040-Print.
     if       WS-Col-Tot (WS-Cx) not = "Y"
           or WS-Col-Wid (WS-Cx) = zero
              go to cc030-Col.
     move     WS-Tot-Amt (WS-Lv WS-Cx) to WS-Ed-Num.
     move     WS-Col-Dec (WS-Cx) to WS-Dec.
     perform  zg000-Edit.
     move     WS-Ed-Text to WS-Line (WS-Col-Pos (WS-Cx):15).
     go       to cc030-Col.
*>
 cc040-Print.
     if       line-cnt > Page-Lines - 4
              perform fb000-Headings.
     write    print-record from WS-Line after 2.
     add      2 to line-cnt.
     if       WS-Lv not = 3
              move spaces to print-record
              write print-record after 1
              add 1 to line-cnt.
*>
 cc900-Clear.
     initialize WS-Tot-Level (WS-Lv).
*>
 cc999-exit.
     exit     section.
*>
 cd000-Print-Detail      section.
*>==============================
*>
     move     spaces to WS-Line.
     move     zero to WS-Cx.
*>
 cd010-Col.
     add      1 to WS-Cx.
     if       WS-Cx > WS-Col-Cnt
              go to cd020-Print.
     if       WS-Col-Wid (WS-Cx) = zero
              go to cd010-Col.
     move     srt-col-text (WS-Cx) to WS-Line (WS-Col-Pos (WS-Cx):WS-Col-Wid (WS-Cx)).
     go       to cd010-Col.
*>
 cd020-Print.
     if       line-cnt > Page-Lines - 3
              perform fb000-Headings.
     write    print-record from WS-Line after 1.
     add      1 to line-cnt.
*>
 cd999-exit.
     exit     section.
*>
 ce000-Csv-Detail        section.
*>==============================
*>
*>  Text quoted, numbers as printed, comma between.
*>
     move     spaces to Csv-Record.
     move     1 to WS-Csv-Ptr.
     move     zero to WS-Cx.
*>
 ce010-Col.
     add      1 to WS-Cx.
     if       WS-Cx > WS-Col-Cnt
              go to ce020-Write.
     if       WS-Cx > 1
              string "," delimited by size into Csv-Record
                     with pointer WS-Csv-Ptr.
     if       WS-Col-Kind (WS-Cx) = "N"
              string srt-col-text (WS-Cx) (1:15) delimited by size
                     into Csv-Record with pointer WS-Csv-Ptr
     else
              string '"' srt-col-text (WS-Cx) delimited by "  "
                     '"' delimited by size
                     into Csv-Record with pointer WS-Csv-Ptr.
     go       to ce010-Col.
*>
 ce020-Write.
     write    Csv-Record.
*>
 ce999-exit.
     exit     section.
*>
 da000-Open-Data         section.
*>==============================
*>
*>  Input only, through the file handlers.
*>
     move     "N" to WS-Data-Open WS-Data-Eof.
     if       RW-File = "SL"
              perform Sales-Open-Input.
     if       RW-File = "PL"
              perform Purch-Open-Input.
     if       RW-File = "ST"
              perform Stock-Open-Input.
     if       RW-File = "SO"
              perform OTM3-Open-Input.
     if       RW-File = "PO"
              perform OTM5-Open-Input.
     if       RW-File = "IN"
              perform Invoice-Open-Input.
     if       RW-File = "GP"
              perform GL-Posting-Open-Input.
     if       fs-reply = zero
              move "Y" to WS-Data-Open.
*>
 da999-exit.
     exit     section.
*>
 db000-Read-Data         section.
*>==============================
*>
*>  Next record into WS-Buffer - invoice line records are passed
*>   over, only the headers are reported.
*>
 db010-Read.
     move     spaces to WS-Buffer.
     if       RW-File = "SL"
              perform Sales-Read-Next
              move WS-Sales-Record to WS-Buffer.
     if       RW-File = "PL"
              perform Purch-Read-Next
              move WS-Purch-Record to WS-Buffer.
     if       RW-File = "ST"
              perform Stock-Read-Next
              move WS-Stock-Record to WS-Buffer.
     if       RW-File = "SO"
              perform OTM3-Read-Next
              move WS-OTM3-Record to WS-Buffer.
     if       RW-File = "PO"
              perform OTM5-Read-Next
              move WS-OTM5-Record to WS-Buffer.
     if       RW-File = "IN"
              perform Invoice-Read-Next-Header
              move WS-Invoice-Record to WS-Buffer.
     if       RW-File = "GP"
              perform GL-Posting-Read-Next
              move WS-Posting-Record to WS-Buffer.
     if       fs-reply not = zero
              move "Y" to WS-Data-Eof
              go to db999-exit.
     if       RW-File = "IN"
        and   WS-Buffer (9:2) not = "00"
              go to db010-Read.
*>
 db999-exit.
     exit     section.
*>
 dc000-Close-Data        section.
*>==============================
*>
     if       RW-File = "SL"
              perform Sales-Close.
     if       RW-File = "PL"
              perform Purch-Close.
     if       RW-File = "ST"
              perform Stock-Close.
     if       RW-File = "SO"
              perform OTM3-Close.
     if       RW-File = "PO"
              perform OTM5-Close.
     if       RW-File = "IN"
              perform Invoice-Close.
     if       RW-File = "GP"
              perform GL-Posting-Close.
     move     "N" to WS-Data-Open.
*>
 dc999-exit.
     exit     section.
*>
 dd000-Build-Sort        section.
*>==============================
*>
*>  Sort keys - text as is, numbers and dates as a zero filled
*>   positive figure so they sort by value.  A descending field goes
*>   in the descending key of its pair, the other of the pair stays
*>   spaces.
*>
     move     spaces to sort-record.
     add      1 to WS-Seq.
     move     WS-Seq to srt-seq.
     move     zero to WS-Cx.
*>
 dd010-Col.
     add      1 to WS-Cx.
     if       WS-Cx > WS-Col-Cnt
              go to dd020-Keys.
     move     WS-Col-Dx (WS-Cx) to WS-Dx.
     perform  zb000-Get-Field.
     move     WS-Fld-Text to srt-col-text (WS-Cx).
     move     WS-Fld-Num  to srt-col-num (WS-Cx).
     go       to dd010-Col.
*>
 dd020-Keys.
     move     zero to WS-Kx.
*>
 dd030-Key.
     add      1 to WS-Kx.
     if       WS-Kx > WS-Sort-Cnt
              go to dd999-exit.
     move     WS-Sort-Dx (WS-Kx) to WS-Dx.
     perform  zb000-Get-Field.
     if       WS-Kx < 3
              move WS-Fld-Text to srt-brk-text (WS-Kx).
     if       WS-Fld-Kind not = "A"
              compute WS-Key-Num = WS-Fld-Num + 100000000000
              move WS-Key-Num-X to WS-Fld-Text.
     if       WS-Sort-Dir (WS-Kx) = "D"
              move WS-Fld-Text to srt-key-d (WS-Kx)
     else
              move WS-Fld-Text to srt-key-a (WS-Kx).
     go       to dd030-Key.
*>
 dd999-exit.
     exit     section.
*>
 ea000-Def-List          section.
*>==============================
*>
*>  Every saved definition in full.
*>
     open     output print-file.
     move     zero to page-nos.
     move     "Report Writer Definitions" to l1-title.
     move     "Name      Title                                     File Out Job Brk Last Run    Records  By"
              to l2-head.
     perform  fb000-Headings.
     move     low-values to RW-Name.
     start    Rpt-Def-File key not less than RW-Name
              invalid key
              go to ea900-End
     end-start.
*>
 ea010-Read.
     read     Rpt-Def-File next record
              at end go to ea900-End.
     if       line-cnt > Page-Lines - 12
              perform fb000-Headings.
     move     spaces        to line-3.
     move     RW-Name       to l3-name.
     move     RW-Title      to l3-title.
     move     RW-File       to l3-file.
     move     RW-Output     to l3-output.
     move     RW-Job-Run    to l3-job.
     move     RW-Break      to l3-break.
     if       RW-Last-Run = zero
              move "Never" to l3-last
     else
              move RW-Last-Run to WS-Ymd
              perform zd000-Ymd-To-Date
              move ws-date to l3-last.
     move     RW-Last-Count to l3-count.
     move     RW-Last-User  to l3-user.
     write    print-record from line-3 after 2.
     add      2 to line-cnt.
     move     zero to WS-Ix.
*>
 ea020-Col.
     add      1 to WS-Ix.
     if       WS-Ix > 8
              go to ea030-Sorts.
     if       RW-Col-Field (WS-Ix) = spaces
              go to ea020-Col.
     move     spaces to line-4.
     move     "Column"  to l4-what.
     move     RW-Col-Field (WS-Ix) to l4-field.
     if       RW-Col-Total (WS-Ix) = "Y"
              move "Totalled" to l4-extra.
     write    print-record from line-4 after 1.
     add      1 to line-cnt.
     go       to ea020-Col.
*>
 ea030-Sorts.
     move     zero to WS-Ix.
*>
 ea040-Sort.
     add      1 to WS-Ix.
     if       WS-Ix > 3
              go to ea050-Conds.
     if       RW-Sort-Field (WS-Ix) = spaces
              go to ea040-Sort.
     move     spaces to line-4.
     move     "Sort"    to l4-what.
     move     RW-Sort-Field (WS-Ix) to l4-field.
     if       RW-Sort-Dir (WS-Ix) = "D"
              move "Descending" to l4-extra
     else
              move "Ascending"  to l4-extra.
     write    print-record from line-4 after 1.
     add      1 to line-cnt.
     go       to ea040-Sort.
*>
 ea050-Conds.
     move     zero to WS-Ix.
*>
 ea060-Cond.
     add      1 to WS-Ix.
     if       WS-Ix > 5
              go to ea010-Read.
     if       RW-Cond-Field (WS-Ix) = spaces
              go to ea060-Cond.
     move     spaces to line-4.
     move     "Where"   to l4-what.
     move     RW-Cond-Field (WS-Ix) to l4-field.
     string   RW-Cond-Op (WS-Ix) " " RW-Cond-Value (WS-Ix)
              delimited by size into l4-extra.
     write    print-record from line-4 after 1.
     add      1 to line-cnt.
     go       to ea060-Cond.
*>
 ea900-End.
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>
 ea999-exit.
     exit     section.
*>
 fa000-Field-List        section.
*>==============================
*>
*>  The names that can be used for a file, from the dictionary.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Print Field Names For A File" at 0128 with foreground-color 2.
     display  "File [  ]  SL PL ST SO PO IN GP" at 0501 with foreground-color 2.
*>
 fa005-File.
     move     spaces to WS-File-In.
     accept   WS-File-In at 0507 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-File-In = spaces
              go to fa999-exit.
     perform  zf000-Check-File.
     if       WS-Found not = "Y"
              display XL241 at 2301 with foreground-color 4 highlight
              go to fa005-File.
*>
     open     output print-file.
     move     zero to page-nos.
     move     spaces to l1-title.
     string   "Report Writer Fields - " WS-File-Desc (WS-Ix)
              delimited by size into l1-title.
     move     "Field name                Offset Len  Held as             Shown as"
              to l2-head.
     perform  fb000-Headings.
     move     zero to WS-Dx.
*>
 fa010-Entry.
     add      1 to WS-Dx.
     if       WS-Dx > RW-Dict-Count
              go to fa900-End.
     if       RWD-File (WS-Dx) not = WS-File-In
              go to fa010-Entry.
     move     spaces to line-5.
     move     RWD-Name   (WS-Dx) to l5-name.
     move     RWD-Offset (WS-Dx) to l5-offset.
     move     RWD-Length (WS-Dx) to l5-length.
     if       RWD-Storage (WS-Dx) = "X"
              move "Text"            to l5-storage.
     if       RWD-Storage (WS-Dx) = "N"
              move "Display"         to l5-storage.
     if       RWD-Storage (WS-Dx) = "S"
              move "Display, signed" to l5-storage.
     if       RWD-Storage (WS-Dx) = "P"
              move "Comp-3"          to l5-storage.
     if       RWD-Storage (WS-Dx) = "C"
              move "Comp"            to l5-storage.
     if       RWD-Storage (WS-Dx) = "L"
              move "Binary-long"     to l5-storage.
     if       RWD-Storage (WS-Dx) = "T"
              move "Binary-char"     to l5-storage.
     if       RWD-Storage (WS-Dx) = "X"
              move "Text"            to l5-edit
     else
      if      RWD-Edit (WS-Dx) = "D"
              move "Date"            to l5-edit
      else
              string "Number, " RWD-Edit (WS-Dx) " dec"
                     delimited by size into l5-edit.
     if       line-cnt > Page-Lines - 3
              perform fb000-Headings.
     write    print-record from line-5 after 1.
     add      1 to line-cnt.
     go       to fa010-Entry.
*>
 fa900-End.
     close    print-file.
     call     "SYSTEM" using Print-Report.
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
 ga000-Run-Jobs          section.
*>==============================
*>
*>  Every definition flagged for the job stream - a definition that
*>   cannot be run fails the step once the rest have been run.
*>
     move     zero to WS-Run-Cnt WS-Fail-Cnt.
     move     low-values to RW-Name.
     start    Rpt-Def-File key not less than RW-Name
              invalid key
              go to ga999-exit
     end-start.
*>
 ga010-Read.
     read     Rpt-Def-File next record
              at end go to ga900-End.
     if       RW-Job-Run not = "Y"
              go to ga010-Read.
     perform  ja000-Run-Report.
     add      1 to WS-Run-Cnt.
     if       WS-Def-Ok not = "Y"
              add 1 to WS-Fail-Cnt.
     go       to ga010-Read.
*>
 ga900-End.
     if       WS-Fail-Cnt not = zero
              move 8 to WS-Term-Code.
*>
 ga999-exit.
     exit     section.
*>
 ha000-Run-One           section.
*>==============================
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Run A Report" at 0134 with foreground-color 2.
     move     spaces to WS-Name-In.
     display  "Report name [        ]" at 0501 with foreground-color 2.
     accept   WS-Name-In at 0514 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Name-In = spaces
              go to ha999-exit.
     move     WS-Name-In to RW-Name.
     read     Rpt-Def-File
              invalid key
              display XL242 at 2301 with foreground-color 4 highlight
              accept ws-reply at 2330
              go to ha999-exit
     end-read
     display  RW-Title at 0524 with foreground-color 3.
     perform  ja000-Run-Report.
     if       WS-Def-Ok not = "Y"
              display WS-Err-Text at 2301 with foreground-color 4 highlight
              accept ws-reply at 2345
              go to ha999-exit.
     display  "Records read" at 0701 with foreground-color 2.
     display  WS-Read-Cnt at 0716 with foreground-color 3.
     display  "Selected" at 0801 with foreground-color 2.
     display  WS-Sel-Cnt at 0816 with foreground-color 3.
     if       RW-Csv
              display "CSV written to" at 0901 with foreground-color 2
              display WS-Csv-Name at 0916 with foreground-color 3.
     display  "Hit Return to continue" at 1101 with foreground-color 2.
     accept   ws-reply at 1124.
*>
 ha999-exit.
     exit     section.
*>
 ja000-Run-Report        section.
*>==============================
*>
*>  The definition in Rpt-Def-Record - resolved, the data selected
*>   and sorted, printed and / or written as CSV, run date set.
*>
     move     zero to WS-Read-Cnt WS-Sel-Cnt.
     move     "N"  to WS-Data-Fail.
     perform  jb000-Resolve.
     if       WS-Def-Ok not = "Y"
              go to ja999-exit.
*>
     if       RW-Print
              open output print-file
              move zero to page-nos
              move RW-Title to l1-title
              perform fb000-Headings.
     if       RW-Csv
              perform jd000-Open-Csv
              if   WS-Csv-Status not = zero
                   move "N" to WS-Def-Ok
                   move "Cannot write the CSV file" to WS-Err-Text
                   go to ja900-Close
              end-if
     end-if
*>
     sort     sort-file
              on ascending  key srt-key-a1
              on descending key srt-key-d1
              on ascending  key srt-key-a2
              on descending key srt-key-d2
              on ascending  key srt-key-a3
              on descending key srt-key-d3
              on ascending  key srt-seq
              input procedure  ca000-Input-To-Sort
              output procedure cb000-Output-From-Sort.
*>
     if       WS-Data-Fail = "Y"
              move "N" to WS-Def-Ok
              move XL245 to WS-Err-Text.
     if       RW-Print
              move spaces to WS-Line
              move WS-Read-Cnt to WS-Cnt-Ed
              string "Records read" WS-Cnt-Ed delimited by size
                     into WS-Line
              write print-record from WS-Line after 2
              if   WS-Def-Ok not = "Y"
                   write print-record from WS-Err-Text after 1
              end-if
     end-if.
*>
 ja900-Close.
     if       RW-Print
              close print-file
              call "SYSTEM" using Print-Report.
     if       RW-Csv
        and   WS-Csv-Status = zero
              close Csv-File.
     move     WS-Today-Ymd to RW-Last-Run.
     move     WS-Sel-Cnt   to RW-Last-Count.
     move     Usera (1:8)  to RW-Last-User.
     rewrite  Rpt-Def-Record.
*>
 ja999-exit.
     exit     section.
*>
 jb000-Resolve           section.
*>==============================
*>
*>  Each field name looked up again - the dictionary may have moved
*>   on since the definition was saved - and the print columns laid
*>   out across the page.  Columns that do not fit the page are left
*>   off the print but not the CSV.
*>
     move     "Y"    to WS-Def-Ok.
     move     spaces to WS-Err-Text.
     initialize WS-Resolved.
     move     spaces to l2-head.
     move     RW-File to WS-File-In.
     perform  zf000-Check-File.
     if       WS-Found not = "Y"
              move "N" to WS-Def-Ok
              move XL241 to WS-Err-Text
              go to jb999-exit.
     move     1 to WS-Pos.
     move     zero to WS-Ix.
*>
 jb010-Col.
     add      1 to WS-Ix.
     if       WS-Ix > 8
              go to jb020-Conds.
     if       RW-Col-Field (WS-Ix) = spaces
              go to jb010-Col.
     move     RW-Col-Field (WS-Ix) to WS-Find-Name.
     perform  za000-Find-Field.
     if       WS-Dx = zero
              move "N" to WS-Def-Ok
              move XL237 to WS-Err-Text
              go to jb999-exit.
     add      1 to WS-Col-Cnt.
     move     WS-Col-Cnt to WS-Cx.
     move     WS-Dx to WS-Col-Dx (WS-Cx).
     move     RW-Col-Total (WS-Ix) to WS-Col-Tot (WS-Cx).
     move     zero  to WS-Col-Dec (WS-Cx).
     if       RWD-Storage (WS-Dx) = "X"
              move "A" to WS-Col-Kind (WS-Cx)
              move RWD-Length (WS-Dx) to WS-Col-Wid (WS-Cx)
              if   WS-Col-Wid (WS-Cx) < 10
                   move 10 to WS-Col-Wid (WS-Cx)
              end-if
              if   WS-Col-Wid (WS-Cx) > 30
                   move 30 to WS-Col-Wid (WS-Cx)
              end-if
     else
      if      RWD-Edit (WS-Dx) = "D"
              move "D" to WS-Col-Kind (WS-Cx)
              move 10  to WS-Col-Wid (WS-Cx)
      else
              move "N" to WS-Col-Kind (WS-Cx)
              move RWD-Edit (WS-Dx) to WS-Col-Dec (WS-Cx)
              move 15  to WS-Col-Wid (WS-Cx).
     if       WS-Col-Kind (WS-Cx) not = "N"
              move "N" to WS-Col-Tot (WS-Cx).
     if       WS-Pos + WS-Col-Wid (WS-Cx) - 1 > 132
              move zero to WS-Col-Wid (WS-Cx)
              go to jb010-Col.
     move     WS-Pos to WS-Col-Pos (WS-Cx).
     move     RWD-Name (WS-Dx) to l2-head (WS-Pos:WS-Col-Wid (WS-Cx)).
     compute  WS-Pos = WS-Pos + WS-Col-Wid (WS-Cx) + 2.
     go       to jb010-Col.
*>
 jb020-Conds.
     if       WS-Col-Cnt = zero
              move "N" to WS-Def-Ok
              move XL243 to WS-Err-Text
              go to jb999-exit.
     move     zero to WS-Nx.
*>
 jb030-Cond.
     add      1 to WS-Nx.
     if       WS-Nx > 5
              go to jb040-Sorts.
     if       RW-Cond-Field (WS-Nx) = spaces
              go to jb030-Cond.
     move     RW-Cond-Field (WS-Nx) to WS-Find-Name.
     perform  za000-Find-Field.
     if       WS-Dx = zero
              move "N" to WS-Def-Ok
              move XL237 to WS-Err-Text
              go to jb999-exit.
     if       RW-Cond-Op (WS-Nx) not = "EQ" and not = "NE"
                              and not = "LT" and not = "LE"
                              and not = "GT" and not = "GE"
              move "N" to WS-Def-Ok
              move XL238 to WS-Err-Text
              go to jb999-exit.
     add      1 to WS-Cond-Cnt.
     move     WS-Cond-Cnt to WS-Kx.
     perform  jc000-Cond-Value.
     if       WS-Def-Ok not = "Y"
              move XL244 to WS-Err-Text
              go to jb999-exit.
     go       to jb030-Cond.
*>
 jb040-Sorts.
     move     zero to WS-Ix.
*>
 jb050-Sort.
     add      1 to WS-Ix.
     if       WS-Ix > 3
              go to jb060-Break.
     if       RW-Sort-Field (WS-Ix) = spaces
              go to jb050-Sort.
     move     RW-Sort-Field (WS-Ix) to WS-Find-Name.
     perform  za000-Find-Field.
     if       WS-Dx = zero
              move "N" to WS-Def-Ok
              move XL237 to WS-Err-Text
              go to jb999-exit.
     add      1 to WS-Sort-Cnt.
     move     WS-Dx to WS-Sort-Dx (WS-Sort-Cnt).
     move     RW-Sort-Dir (WS-Ix) to WS-Sort-Dir (WS-Sort-Cnt).
     go       to jb050-Sort.
*>
 jb060-Break.
     if       RW-Break > WS-Sort-Cnt
              move "N" to WS-Def-Ok
              move XL240 to WS-Err-Text.
*>
 jb999-exit.
     exit     section.
*>
 jc000-Cond-Value        section.
*>==============================
*>
*>  RW-Cond-Value (WS-Nx) for the field at WS-Dx into resolved
*>   condition WS-Kx.  Text - a trailing * compares only the part
*>   before it.  Dates - dd/mm/ccyy, TODAY, or -nnn / +nnn days on
*>   today, blank for no date.  Numbers - as keyed, blank for zero.
*>
     move     "Y" to WS-Def-Ok.
     move     WS-Dx to WS-Cond-Dx (WS-Kx).
     move     RW-Cond-Op (WS-Nx) to WS-Cond-Op (WS-Kx).
     move     RW-Cond-Value (WS-Nx) to WS-Cond-Text (WS-Kx).
     move     "N"  to WS-Cond-Star (WS-Kx).
     move     zero to WS-Cond-Len (WS-Kx) WS-Cond-Num (WS-Kx).
     if       RWD-Storage (WS-Dx) = "X"
              move zero to WS-Tally
              inspect RW-Cond-Value (WS-Nx) tallying WS-Tally
                      for characters before initial "*"
              if   WS-Tally < 20
                   move "Y" to WS-Cond-Star (WS-Kx)
                   move WS-Tally to WS-Cond-Len (WS-Kx)
              end-if
              go to jc999-exit.
     if       RW-Cond-Value (WS-Nx) = spaces
              go to jc999-exit.
     if       RWD-Edit (WS-Dx) not = "D"
              go to jc020-Number.
*>
     move     RW-Cond-Value (WS-Nx) to WS-Up-1.
     inspect  WS-Up-1 converting WS-Lower to WS-Upper.
     if       WS-Up-1 = "TODAY"
              move WS-Today-Bin to WS-Cond-Num (WS-Kx)
              go to jc999-exit.
     if       RW-Cond-Value (WS-Nx) (1:1) = "-" or "+"
              if   function test-numval (RW-Cond-Value (WS-Nx)) not = zero
                   move "N" to WS-Def-Ok
              else
                   compute WS-Cond-Num (WS-Kx) = WS-Today-Bin
                         + function numval (RW-Cond-Value (WS-Nx))
              end-if
              go to jc999-exit.
     move     RW-Cond-Value (WS-Nx) (1:10) to ws-test-date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              move "N" to WS-Def-Ok
     else
              move u-bin to WS-Cond-Num (WS-Kx).
     go       to jc999-exit.
*>
 jc020-Number.
     if       function test-numval (RW-Cond-Value (WS-Nx)) not = zero
              move "N" to WS-Def-Ok
     else
              move function numval (RW-Cond-Value (WS-Nx))
                                   to WS-Cond-Num (WS-Kx).
*>
 jc999-exit.
     exit     section.
*>
 jd000-Open-Csv          section.
*>==============================
*>
*>  rw-<name>.csv with a heading row of the field names.
*>
     move     spaces to WS-Csv-Name.
     string   "rw-"   delimited by size
              RW-Name delimited by space
              ".csv"  delimited by size
                      into WS-Csv-Name.
     inspect  WS-Csv-Name converting WS-Upper to WS-Lower.
     open     output Csv-File.
     if       WS-Csv-Status not = zero
              go to jd999-exit.
     move     spaces to Csv-Record.
     move     1 to WS-Csv-Ptr.
     move     zero to WS-Cx.
*>
 jd010-Col.
     add      1 to WS-Cx.
     if       WS-Cx > WS-Col-Cnt
              go to jd020-Write.
     if       WS-Cx > 1
              string "," delimited by size into Csv-Record
                     with pointer WS-Csv-Ptr.
     string   '"' RWD-Name (WS-Col-Dx (WS-Cx)) delimited by space
              '"' delimited by size
              into Csv-Record with pointer WS-Csv-Ptr.
     go       to jd010-Col.
*>
 jd020-Write.
     write    Csv-Record.
*>
 jd999-exit.
     exit     section.
*>
 za000-Find-Field        section.
*>==============================
*>
*>  WS-Find-Name in the dictionary for RW-File, any case - WS-Dx is
*>   the entry, zero when not there.
*>
     move     WS-Find-Name to WS-Up-1.
     inspect  WS-Up-1 converting WS-Lower to WS-Upper.
     move     zero to WS-Dx.
*>
 za010-Next.
     add      1 to WS-Dx.
     if       WS-Dx > RW-Dict-Count
              move zero to WS-Dx
              go to za999-exit.
     if       RWD-File (WS-Dx) not = RW-File
              go to za010-Next.
     move     RWD-Name (WS-Dx) to WS-Up-2.
     inspect  WS-Up-2 converting WS-Lower to WS-Upper.
     if       WS-Up-2 not = WS-Up-1
              go to za010-Next.
*>
 za999-exit.
     exit     section.
*>
 zb000-Get-Field         section.
*>==============================
*>
*>  Field WS-Dx out of WS-Buffer.  Numbers are moved right aligned
*>   into a work item of the same kind and scaled by their decimal
*>   places.  Dates held as days come back as the number of days in
*>   WS-Fld-Num and printable in WS-Fld-Text.
*>
     move     RWD-Offset (WS-Dx) to WS-Off.
     move     RWD-Length (WS-Dx) to WS-Len.
     move     spaces to WS-Fld-Text.
     move     zero   to WS-Fld-Num WS-Raw.
     if       RWD-Storage (WS-Dx) = "X"
              move "A" to WS-Fld-Kind
              move WS-Buffer (WS-Off:WS-Len) to WS-Fld-Text
              go to zb999-exit.
*>
     if       RWD-Storage (WS-Dx) = "N"
              move zeros to WS-Dsp-X
              move WS-Buffer (WS-Off:WS-Len) to WS-Dsp-X (19 - WS-Len:WS-Len)
              if   WS-Dsp-U numeric
                   move WS-Dsp-U to WS-Raw
              end-if
     end-if
     if       RWD-Storage (WS-Dx) = "S"
              move zeros to WS-Dsp-X
              move WS-Buffer (WS-Off:WS-Len) to WS-Dsp-X (19 - WS-Len:WS-Len)
              if   WS-Dsp-S numeric
                   move WS-Dsp-S to WS-Raw
              end-if
     end-if
     if       RWD-Storage (WS-Dx) = "P"
              move low-values to WS-Pk-X
              move WS-Buffer (WS-Off:WS-Len) to WS-Pk-X (11 - WS-Len:WS-Len)
              if   WS-Pk-N numeric
                   move WS-Pk-N to WS-Raw
              end-if
     end-if
     if       RWD-Storage (WS-Dx) = "C"
        and   WS-Len = 2
              move WS-Buffer (WS-Off:2) to WS-C2-X
              move WS-C2-N to WS-Raw.
     if       RWD-Storage (WS-Dx) = "C"
        and   WS-Len = 4
              move WS-Buffer (WS-Off:4) to WS-C4-X
              move WS-C4-N to WS-Raw.
     if       RWD-Storage (WS-Dx) = "L"
              move WS-Buffer (WS-Off:4) to WS-BL-X
              move WS-BL-N to WS-Raw.
     if       RWD-Storage (WS-Dx) = "T"
              move WS-Buffer (WS-Off:1) to WS-BC-X
              move WS-BC-N to WS-Raw.
*>
     if       RWD-Edit (WS-Dx) = "D"
              move "D" to WS-Fld-Kind
              move WS-Raw to WS-Fld-Num
              if   WS-Raw > zero
                   move WS-Raw to u-bin
                   perform ze000-Bin-To-Date
                   move ws-date to WS-Fld-Text
              end-if
              go to zb999-exit.
     move     "N" to WS-Fld-Kind.
     move     RWD-Edit (WS-Dx) to WS-Dec.
     compute  WS-Fld-Num = WS-Raw / WS-Pow (WS-Dec + 1).
     move     WS-Fld-Num to WS-Ed-Num.
     perform  zg000-Edit.
     move     WS-Ed-Text to WS-Fld-Text.
*>
 zb999-exit.
     exit     section.
*>
 zc000-Test-Conds        section.
*>==============================
*>
*>  WS-Pass = Y when the record in WS-Buffer meets every condition.
*>
     move     "Y" to WS-Pass.
     move     zero to WS-Kx.
*>
 zc010-Next.
     add      1 to WS-Kx.
     if       WS-Kx > WS-Cond-Cnt
              go to zc999-exit.
     move     WS-Cond-Dx (WS-Kx) to WS-Dx.
     perform  zb000-Get-Field.
     move     zero to WS-Cmp.
     if       WS-Fld-Kind not = "A"
              if   WS-Fld-Num < WS-Cond-Num (WS-Kx)
                   move -1 to WS-Cmp
              end-if
              if   WS-Fld-Num > WS-Cond-Num (WS-Kx)
                   move 1 to WS-Cmp
              end-if
              go to zc020-Op.
     if       WS-Cond-Star (WS-Kx) = "Y"
              if   WS-Cond-Len (WS-Kx) > zero
                   if   WS-Fld-Text (1:WS-Cond-Len (WS-Kx))
                      < WS-Cond-Text (WS-Kx) (1:WS-Cond-Len (WS-Kx))
                        move -1 to WS-Cmp
                   end-if
                   if   WS-Fld-Text (1:WS-Cond-Len (WS-Kx))
                      > WS-Cond-Text (WS-Kx) (1:WS-Cond-Len (WS-Kx))
                        move 1 to WS-Cmp
                   end-if
              end-if
              go to zc020-Op.
     if       WS-Fld-Text < WS-Cond-Text (WS-Kx)
              move -1 to WS-Cmp.
     if       WS-Fld-Text > WS-Cond-Text (WS-Kx)
              move 1 to WS-Cmp.
*>
 zc020-Op.
     if      (WS-Cond-Op (WS-Kx) = "EQ" and WS-Cmp not = zero)
          or (WS-Cond-Op (WS-Kx) = "NE" and WS-Cmp = zero)
          or (WS-Cond-Op (WS-Kx) = "LT" and WS-Cmp not < zero)
          or (WS-Cond-Op (WS-Kx) = "LE" and WS-Cmp > zero)
          or (WS-Cond-Op (WS-Kx) = "GT" and WS-Cmp not > zero)
          or (WS-Cond-Op (WS-Kx) = "GE" and WS-Cmp < zero)
              move "N" to WS-Pass
              go to zc999-exit.
     go       to zc010-Next.
*>
 zc999-exit.
     exit     section.
*>
 zd000-Ymd-To-Date       section.
*>==============================
*>
*>  WS-Ymd ccyymmdd to dd/mm/ccyy in u-date and the display form
*>   in ws-date.
*>
     move     spaces to u-date.
     string   WS-Ymd (7:2) "/" WS-Ymd (5:2) "/"
              WS-Ymd (1:4) delimited by size into u-date.
     perform  zh000-Date-Form.
*>
 zd999-exit.
     exit     section.
*>
 ze000-Bin-To-Date       section.
*>==============================
*>
*>  u-bin days to u-date and the display form in ws-date.
*>
     move     spaces to u-date.
     perform  maps04.
     perform  zh000-Date-Form.
*>
 ze999-exit.
     exit     section.
*>
 zf000-Check-File        section.
*>==============================
*>
*>  WS-File-In one of ours ?  WS-Ix is its entry.
*>
     move     "N" to WS-Found.
     move     zero to WS-Ix.
*>
 zf010-Next.
     add      1 to WS-Ix.
     if       WS-Ix > 7
              go to zf999-exit.
     if       WS-File-Code (WS-Ix) not = WS-File-In
              go to zf010-Next.
     move     "Y" to WS-Found.
*>
 zf999-exit.
     exit     section.
*>
 zg000-Edit              section.
*>==============================
*>
*>  WS-Ed-Num printed to WS-Dec places - four at most.
*>
     if       WS-Dec = zero
              move WS-Ed-Num to WS-Ed-0
              move WS-Ed-0 to WS-Ed-Text
     else
      if      WS-Dec < 3
              move WS-Ed-Num to WS-Ed-2
              move WS-Ed-2 to WS-Ed-Text
      else
              move WS-Ed-Num to WS-Ed-4
              move WS-Ed-4 to WS-Ed-Text.
*>
 zg999-exit.
     exit     section.
*>
 zh000-Date-Form         section.
*>==============================
*>
*>  u-date dd/mm/ccyy to the user's date form in ws-date.
*>
     move     u-date to ws-date.
     if       Date-Form = zero
              move 1 to Date-Form.
     if       Date-UK
              go to zh999-exit.
     if       Date-USA
              move ws-days to ws-swap
              move ws-month to ws-days
              move ws-swap to ws-month
              go to zh999-exit.
     move     "ccyy/mm/dd" to ws-date.
     move     u-date (7:4) to ws-Intl-Year.
     move     u-date (4:2) to ws-Intl-Month.
     move     u-date (1:2) to ws-Intl-Days.
*>
 zh999-exit.
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
     perform  maps04.
*>
 zz050-exit.
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
