       >>source free
*>*********************************************
*>                                            *
*>      Warehouse Data Extract                *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         xl167.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Daily extract of sales, purchase and stock
*>                        data for the group reporting warehouse.
*>                        The incremental run works from the file
*>                        handler redo journal (fhjournal, fhjrnl.dat):
*>                        every entry since the high-water mark on the
*>                        control record (fdwhx.cob) for customers,
*>                        suppliers, stock, sales and purchase open
*>                        items and sales invoice headers is sorted by
*>                        file and key, and each record changed gives
*>                        one row - its last state, flagged I inserted,
*>                        U updated or D deleted.  A record inserted
*>                        and deleted since the last run is not sent.
*>                        A full reload reads the files themselves and
*>                        sends every record as I - for the first load
*>                        and to recover - and moves the mark to the
*>                        end of the journal as it stands.
*>                        Each entity goes to its own CSV file
*>                        (wh-entity-ccyymmddhhmmss.csv) with the field
*>                        names of the report writer dictionary
*>                        (wsrwdict.cob) as the heading row, and the
*>                        manifest (wh-manifest-ccyymmddhhmmss.csv) is
*>                        written last with the counts and the marks,
*>                        so its arrival says the set is complete.
*>                        From an xl200 job stream (caller xl150) the
*>                        incremental extract runs with no operator
*>                        input - schedule it before the journal is
*>                        archived by xl290, and the journal must be
*>                        switched on (ACAS_JOURNAL=Y) for every user.
*>                        The data files are only read.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04.
*>                        acas011 (Stock), acas012 (Sales),
*>                        acas016 (Invoice), acas019 (OTM3),
*>                        acas022 (Purch), acas029 (OTM5) FHs.
*>**
*>    Error messages used.
*>                        XL246    No previous extract - run a full reload.
*>                        XL247    Cannot write the extract files.
*>                        XL248    Data file not available.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for the warehouse extract.
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
 copy "selwhx.cob".
 copy "selprint.cob".
*>
     select  Journal-File    assign File-80
                             organization sequential
                             access sequential
                             status Jn-FS.
*>
     select  Ext-File        assign               WS-Ext-Name
                             organization         line sequential
                             status               WS-Ext-Status.
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
 copy "fdwhx.cob".
 copy "fdprint.cob".
*>
 fd  Journal-File.
 copy "wsfhjnl.cob".
*>
 fd  Ext-File.
 01  Ext-Record          pic x(2048).
*>
 sd  sort-file.
*>
 01  sort-record.
     03  srt-file-no         pic 99.
     03  srt-key             pic x(20).
     03  srt-stamp           pic 9(14).
     03  srt-jnl-no          pic 9(9).
     03  srt-func            pic 99.
     03  srt-image           pic x(1024).
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "XL167 (3.02.00)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wsrwdict.cob".
 copy "slwsoi3.cob".
 copy "wssl.cob".
 copy "wspl.cob".
 copy "wsstock.cob".
 01  WS-Invoice-Record   pic x(137).
 01  WS-OTM5-Record      pic x(113).
 01  WS-Buffer           pic x(1024).
*>
*> REMARK OUT ANY IN USE
*>
 01  Dummies-4-Unused-ACAS-FH-Calls.      *> Call blk at zz080-ACAS-Calls
     03  Default-Record         pic x.
     03  Final-Record           pic x.
     03  System-Record-4        pic x.
     03  WS-Ledger-Record       pic x.
     03  WS-Posting-Record      pic x.
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
     03  Jn-FS           pic xx           value zeros.
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  WS-Ext-Name     pic x(48)        value spaces.
     03  WS-Ext-Status   pic 99           value zero.
     03  WS-Ext-Open     pic x            value "N".
     03  WS-Ext-Ptr      pic 9(4)         value zero.
     03  WS-Ok           pic x            value "Y".
     03  WS-Err-Text     pic x(40)        value spaces.
     03  WS-Mode         pic x            value "I".
     03  WS-Run-Stamp    pic 9(14)        value zero.
     03  WS-Day-In       pic 9(8)         value zero.
     03  WS-Time-In      pic 9(8)         value zero.
     03  WS-HWM-Stamp    pic 9(14)        value zero.
     03  WS-HWM-Count    pic 9(6)         value zero.
     03  WS-New-Stamp    pic 9(14)        value zero.
     03  WS-New-Count    pic 9(6)         value zero.
     03  WS-At-Mark      pic 9(6)         value zero.
     03  WS-Jnl-No       pic 9(9)         value zero.
     03  WS-Jnl-Read     pic 9(9)         value zero.
     03  WS-Ex           pic 9            value zero.
     03  WS-Cur-Ex       pic 9            value zero.
     03  WS-Dx           pic 999          value zero.
     03  WS-Tally        pic 99           value zero.
     03  WS-Txt-Len      pic 99           value zero.
     03  WS-Data-Open    pic x            value "N".
     03  WS-Data-Eof     pic x            value "N".
     03  WS-First        pic x            value "Y".
     03  WS-First-Func   pic 99           value zero.
     03  WS-Last-Func    pic 99           value zero.
     03  WS-Last-File    pic 99           value zero.
     03  WS-Last-Key     pic x(20)        value spaces.
     03  WS-Last-Stamp   pic 9(14)        value zero.
     03  WS-Last-Image   pic x(1024)      value spaces.
     03  WS-Action       pic x            value space.
     03  WS-Row-Stamp    pic 9(14)        value zero.
     03  WS-Rows         pic 9(7)         value zero.
     03  WS-Cnt-Ed       pic z(6)9.
     03  WS-Lower        pic x(26)        value "abcdefghijklmnopqrstuvwxyz".
     03  WS-Upper        pic x(26)        value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
*>
*>  The six entities in file handler number order - handler, field
*>   dictionary code, key length in the record, file name part.
*>
 01  WS-Entities.
     03  filler          pic x(14) value "11ST13stock".
     03  filler          pic x(14) value "12SL07customer".
     03  filler          pic x(14) value "16IN10salesinv".
     03  filler          pic x(14) value "19SO15salesoi".
     03  filler          pic x(14) value "22PL07supplier".
     03  filler          pic x(14) value "29PO15purchoi".
 01  filler              redefines WS-Entities.
     03  WS-Ent                           occurs 6.
         05  WS-Ent-FH       pic 99.
         05  WS-Ent-Dict     pic xx.
         05  WS-Ent-Key-Len  pic 99.
         05  WS-Ent-Name     pic x(8).
*>
 01  WS-Counts.
     03  WS-Ent-Count                     occurs 6.
         05  WS-Cnt-Ins      pic 9(7).
         05  WS-Cnt-Upd      pic 9(7).
         05  WS-Cnt-Del      pic 9(7).
*>
*>  One field out of the record, as in xl166 - text, number edited
*>   to its places, date as ccyy-mm-dd for the warehouse.
*>
 01  WS-Field-Work.
     03  WS-Off          pic 9(4)         value zero.
     03  WS-Len          pic 999          value zero.
     03  WS-Dec          pic 9            value zero.
     03  WS-Fld-Kind     pic x            value space.
     03  WS-Fld-Text     pic x(48)        value spaces.
     03  WS-Raw          pic s9(18)       comp-3 value zero.
     03  WS-Fld-Num      pic s9(11)v9(6)  comp-3 value zero.
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
     03  WS-Ed-0         pic -(14)9.
     03  WS-Ed-2         pic -(11)9.99.
     03  WS-Ed-6         pic -(11)9.9(6).
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
 01  Error-Messages.
     03  XL246          pic x(45) value "XL246 No previous extract - run a full reload".
     03  XL247          pic x(36) value "XL247 Cannot write the extract files".
     03  XL248          pic x(29) value "XL248 Data file not available".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(40)       value "Warehouse Extract History".
     03  filler          pic x(36)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  filler          pic x(132)      value
         "   Run Mode St Run Stamp      From Mark          To Mark            Jnl Read  Entity      Ins      Upd      Del  User".
*>
 01  line-3.
     03  l3-run          pic z(5)9b.
     03  l3-mode         pic x(5).
     03  l3-status       pic x(3).
     03  l3-stamp        pic 9(14)b.
     03  l3-from         pic 9(14)b.
     03  l3-from-cnt     pic z(2)9bb.
     03  l3-to           pic 9(14)b.
     03  l3-to-cnt       pic z(2)9bb.
     03  l3-read         pic z(8)9bb.
     03  l3-entity       pic x(9).
     03  l3-ins          pic z(7)9b.
     03  l3-upd          pic z(7)9b.
     03  l3-del          pic z(7)9bb.
     03  l3-user         pic x(8).
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
     open     i-o Wh-Extract-File.
     if       fs-reply not = zero
              open  output Wh-Extract-File
              close Wh-Extract-File
              open  i-o    Wh-Extract-File.
*>
*>  Job stream step - the incremental extract, no screen.
*>
     if       WS-Caller = "xl150"
              move zero to WS-Term-Code
              move "I"  to WS-Mode
              perform ba000-Extract
              if   WS-Ok not = "Y"
                   move 8 to WS-Term-Code
              end-if
              close Wh-Extract-File
              go to menu-exit.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Warehouse Data Extract" at 0129 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Incremental Extract (changes since last)" at 0811 with foreground-color 2.
     display  "(2)  Full Reload Extract"                  at 0911 with foreground-color 2.
     display  "(3)  Print Extract History"                at 1011 with foreground-color 2.
     display  "(X)  Return To Menu"                       at 1211 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-close.
     if       menu-reply = "1"
              move "I" to WS-Mode
              perform ba000-Extract
              perform bz000-Show-Result
              go to menu-return.
     if       menu-reply = "2"
              display "Full reload of every record - are you sure (Y/N) ? [N]"
                                          at 1601 with foreground-color 2
              move "N" to ws-reply
              accept ws-reply at 1653 with foreground-color 6 update UPPER
              if   ws-reply = "Y"
                   move "F" to WS-Mode
                   perform ba000-Extract
                   perform bz000-Show-Result
              end-if
              go to menu-return.
     if       menu-reply = "3"
              perform ea000-History
              go to menu-return.
     go       to menu-input.
*>
 menu-close.
     close    Wh-Extract-File.
*>
 menu-exit.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Extract           section.
*>==============================
*>
*>  One run in WS-Mode - the mark read, the entity files written, the
*>   manifest last, the run logged and the mark moved on.
*>
     move     "Y"    to WS-Ok.
     move     spaces to WS-Err-Text.
     initialize WS-Counts.
     move     zero to WS-Jnl-Read WS-Cur-Ex.
     accept   WS-Day-In  from date yyyymmdd.
     accept   WS-Time-In from time.
     compute  WS-Run-Stamp = (WS-Day-In * 1000000)
                           + (WS-Time-In / 100).
*>
     move     zero to WX-Run-No.
     read     Wh-Extract-File
              invalid key
              move zero to WX-Run-Data
              move zero to WX-Last-Run WX-HWM-Stamp WX-HWM-Count
                           WX-Full-Stamp
              if   WS-Mode = "I"
                   move "N" to WS-Ok
                   move XL246 to WS-Err-Text
                   go to ba999-exit
              end-if
              write Wh-Extract-Record
     end-read
     move     WX-HWM-Stamp to WS-HWM-Stamp WS-New-Stamp.
     move     WX-HWM-Count to WS-HWM-Count WS-New-Count.
*>
     if       WS-Mode = "F"
              perform ca000-Journal-End
              perform da000-Full-Reload
     else
              perform ba100-Incremental.
*>
*>  Any entity not reached yet still gets its file, headings only.
*>
     move     7 to WS-Ex.
     perform  fa000-Switch-Entity.
     if       WS-Ok = "Y"
              perform ga000-Manifest.
*>
*>  Log the run; the mark moves only when the set was complete.
*>
     move     zero to WX-Run-No.
     read     Wh-Extract-File
              invalid key
              go to ba999-exit
     end-read
     add      1 to WX-Last-Run.
     if       WS-Ok = "Y"
              move WS-New-Stamp to WX-HWM-Stamp
              move WS-New-Count to WX-HWM-Count
              if   WS-Mode = "F"
                   move WS-Run-Stamp to WX-Full-Stamp
              end-if
     end-if
     rewrite  Wh-Extract-Record.
     move     WX-Last-Run to WS-Rows.
     move     spaces to Wh-Extract-Record.
     move     WS-Rows      to WX-Run-No.
     move     WS-Mode      to WX-Mode.
     move     WS-Run-Stamp to WX-Run-Stamp.
     move     WS-HWM-Stamp to WX-From-Stamp.
     move     WS-HWM-Count to WX-From-Count.
     move     WS-New-Stamp to WX-To-Stamp.
     move     WS-New-Count to WX-To-Count.
     move     WS-Jnl-Read  to WX-Jnl-Read.
     move     1 to WS-Ex.
*>
 ba010-Counts.
     move     WS-Cnt-Ins (WS-Ex) to WX-Ins (WS-Ex).
     move     WS-Cnt-Upd (WS-Ex) to WX-Upd (WS-Ex).
     move     WS-Cnt-Del (WS-Ex) to WX-Del (WS-Ex).
     if       WS-Ex < 6
              add 1 to WS-Ex
              go to ba010-Counts.
     move     Usera (1:8) to WX-User.
     if       WS-Ok = "Y"
              move "C" to WX-Status
     else
              move "F" to WX-Status.
     write    Wh-Extract-Record.
     go       to ba999-exit.
*>
 ba100-Incremental.
     sort     sort-file
              on ascending key srt-file-no
                               srt-key
                               srt-jnl-no
              input procedure  cb000-Journal-To-Sort
              output procedure cc000-Changes-From-Sort.
*>
 ba999-exit.
     exit     section.
*>
 bz000-Show-Result       section.
*>==============================
*>
     if       WS-Ok not = "Y"
              display WS-Err-Text at 2301 with foreground-color 4 highlight
              accept ws-reply at 2345
              go to bz999-exit.
     display  "Entity       Inserted  Updated  Deleted" at 1401 with foreground-color 2.
     move     zero to WS-Ex.
*>
 bz010-Line.
     add      1 to WS-Ex.
     if       WS-Ex > 6
              go to bz020-Done.
     compute  WS-Rows = WS-Ex + 14.
     display  WS-Ent-Name (WS-Ex) at line WS-Rows col 1 with foreground-color 2.
     display  WS-Cnt-Ins (WS-Ex)  at line WS-Rows col 14 with foreground-color 3.
     display  WS-Cnt-Upd (WS-Ex)  at line WS-Rows col 23 with foreground-color 3.
     display  WS-Cnt-Del (WS-Ex)  at line WS-Rows col 32 with foreground-color 3.
     go       to bz010-Line.
*>
 bz020-Done.
     display  "Hit Return to continue" at 2201 with foreground-color 2.
     accept   ws-reply at 2224.
*>
 bz999-exit.
     exit     section.
*>
 ca000-Journal-End       section.
*>==============================
*>
*>  For a full reload the mark becomes the last journal entry now -
*>   anything written while the files are read comes again next time,
*>   which does no harm.
*>
     move     zero to WS-New-Stamp WS-New-Count.
     open     input Journal-File.
     if       Jn-FS not = "00"
              go to ca910-Mark.
*>
 ca010-Read.
     read     Journal-File
              at end
              go to ca900-End.
     if       Jn-Stamp = WS-New-Stamp
              add 1 to WS-New-Count
     else
              move Jn-Stamp to WS-New-Stamp
              move 1 to WS-New-Count.
     go       to ca010-Read.
*>
 ca900-End.
     close    Journal-File.
*>
 ca910-Mark.
     if       WS-New-Stamp = zero
              move WS-HWM-Stamp to WS-New-Stamp
              move WS-HWM-Count to WS-New-Count.
*>
 ca999-exit.
     exit     section.
*>
 cb000-Journal-To-Sort   section.
*>==============================
*>
*>  Journal entries after the mark for the six entities.  The journal
*>   is in time order - entries at the mark's own timestamp are
*>   counted and the ones already taken passed over.  Invoice lines
*>   are passed over, only the headers go.
*>
     move     zero to WS-Jnl-No WS-At-Mark WS-New-Stamp WS-New-Count.
     open     input Journal-File.
     if       Jn-FS not = "00"
              go to cb910-Mark.
*>
 cb010-Read.
     read     Journal-File
              at end
              go to cb900-End.
     add      1 to WS-Jnl-No.
     if       Jn-Stamp = WS-New-Stamp
              add 1 to WS-New-Count
     else
              move Jn-Stamp to WS-New-Stamp
              move 1 to WS-New-Count.
     if       Jn-Stamp < WS-HWM-Stamp
              go to cb010-Read.
     if       Jn-Stamp = WS-HWM-Stamp
              add 1 to WS-At-Mark
              if   WS-At-Mark not > WS-HWM-Count
                   go to cb010-Read
              end-if
     end-if
     add      1 to WS-Jnl-Read.
     move     1 to WS-Ex.
*>
 cb020-Entity.
     if       WS-Ent-FH (WS-Ex) not = Jn-File-No
              if   WS-Ex < 6
                   add 1 to WS-Ex
                   go to cb020-Entity
              else
                   go to cb010-Read
              end-if
     end-if
     if       Jn-File-No = 16
        and   Jn-Image (9:2) not = "00"
              go to cb010-Read.
     if       Jn-Func not = 5 and not = 7 and not = 8
              go to cb010-Read.
     move     spaces      to sort-record.
     move     Jn-File-No  to srt-file-no.
     move     Jn-Image (1:WS-Ent-Key-Len (WS-Ex)) to srt-key.
     move     Jn-Stamp    to srt-stamp.
     move     WS-Jnl-No   to srt-jnl-no.
     move     Jn-Func     to srt-func.
     move     Jn-Image    to srt-image.
     release  sort-record.
     go       to cb010-Read.
*>
 cb900-End.
     close    Journal-File.
*>
 cb910-Mark.
     if       WS-New-Stamp = zero
              move WS-HWM-Stamp to WS-New-Stamp
              move WS-HWM-Count to WS-New-Count.
*>
 cb999-exit.
     exit     section.
*>
 cc000-Changes-From-Sort section.
*>==============================
*>
*>  All the entries for one record come together, oldest first - the
*>   last image is sent, the first and last functions say what
*>   happened to it.
*>
     move     "Y" to WS-First.
*>
 cc010-Return.
     return   sort-file at end
              go to cc900-End.
     if       WS-First = "N"
        and  (srt-file-no not = WS-Last-File
          or  srt-key     not = WS-Last-Key)
              perform cd000-Send-Change.
     if       WS-First = "Y"
           or srt-file-no not = WS-Last-File
           or srt-key     not = WS-Last-Key
              move srt-func to WS-First-Func.
     move     "N"         to WS-First.
     move     srt-file-no to WS-Last-File.
     move     srt-key     to WS-Last-Key.
     move     srt-func    to WS-Last-Func.
     move     srt-stamp   to WS-Last-Stamp.
     move     srt-image   to WS-Last-Image.
     go       to cc010-Return.
*>
 cc900-End.
     if       WS-First = "N"
              perform cd000-Send-Change.
*>
 cc999-exit.
     exit     section.
*>
 cd000-Send-Change       section.
*>==============================
*>
     if       WS-First-Func = 5
        and   WS-Last-Func  = 8
              go to cd999-exit.
     if       WS-Last-Func = 8
              move "D" to WS-Action
     else
      if      WS-First-Func = 5
              move "I" to WS-Action
      else
              move "U" to WS-Action.
     move     1 to WS-Ex.
*>
 cd010-Entity.
     if       WS-Ent-FH (WS-Ex) not = WS-Last-File
        and   WS-Ex < 6
              add 1 to WS-Ex
              go to cd010-Entity.
     perform  fa000-Switch-Entity.
     if       WS-Ext-Open not = "Y"
              go to cd999-exit.
     move     WS-Last-Image to WS-Buffer.
     move     WS-Last-Stamp to WS-Row-Stamp.
     perform  fb000-Write-Row.
     if       WS-Action = "I"
              add 1 to WS-Cnt-Ins (WS-Ex).
     if       WS-Action = "U"
              add 1 to WS-Cnt-Upd (WS-Ex).
     if       WS-Action = "D"
              add 1 to WS-Cnt-Del (WS-Ex).
*>
 cd999-exit.
     exit     section.
*>
 da000-Full-Reload       section.
*>==============================
*>
*>  Every record of each file in turn, all sent as inserted.
*>
     move     "I" to WS-Action.
     move     WS-Run-Stamp to WS-Row-Stamp.
     move     zero to WS-Ex.
*>
 da010-Entity.
     add      1 to WS-Ex.
     if       WS-Ex > 6
              go to da999-exit.
     perform  fa000-Switch-Entity.
     if       WS-Ext-Open not = "Y"
              go to da999-exit.
     perform  db000-Open-Data.
     if       WS-Data-Open not = "Y"
              move "N" to WS-Ok
              move XL248 to WS-Err-Text
              go to da999-exit.
*>
 da020-Read.
     perform  dc000-Read-Data.
     if       WS-Data-Eof = "Y"
              perform dd000-Close-Data
              go to da010-Entity.
     perform  fb000-Write-Row.
     add      1 to WS-Cnt-Ins (WS-Ex).
     go       to da020-Read.
*>
 da999-exit.
     exit     section.
*>
 db000-Open-Data         section.
*>==============================
*>
*>  Input only, through the file handlers.
*>
     move     "N" to WS-Data-Open WS-Data-Eof.
     if       WS-Ex = 1
              perform Stock-Open-Input.
     if       WS-Ex = 2
              perform Sales-Open-Input.
     if       WS-Ex = 3
              perform Invoice-Open-Input.
     if       WS-Ex = 4
              perform OTM3-Open-Input.
     if       WS-Ex = 5
              perform Purch-Open-Input.
     if       WS-Ex = 6
              perform OTM5-Open-Input.
     if       fs-reply = zero
              move "Y" to WS-Data-Open.
*>
 db999-exit.
     exit     section.
*>
 dc000-Read-Data         section.
*>==============================
*>
 dc010-Read.
     move     spaces to WS-Buffer.
     if       WS-Ex = 1
              perform Stock-Read-Next
              move WS-Stock-Record to WS-Buffer.
     if       WS-Ex = 2
              perform Sales-Read-Next
              move WS-Sales-Record to WS-Buffer.
     if       WS-Ex = 3
              perform Invoice-Read-Next-Header
              move WS-Invoice-Record to WS-Buffer.
     if       WS-Ex = 4
              perform OTM3-Read-Next
              move WS-OTM3-Record to WS-Buffer.
     if       WS-Ex = 5
              perform Purch-Read-Next
              move WS-Purch-Record to WS-Buffer.
     if       WS-Ex = 6
              perform OTM5-Read-Next
              move WS-OTM5-Record to WS-Buffer.
     if       fs-reply not = zero
              move "Y" to WS-Data-Eof
              go to dc999-exit.
     if       WS-Ex = 3
        and   WS-Buffer (9:2) not = "00"
              go to dc010-Read.
*>
 dc999-exit.
     exit     section.
*>
 dd000-Close-Data        section.
*>==============================
*>
     if       WS-Ex = 1
              perform Stock-Close.
     if       WS-Ex = 2
              perform Sales-Close.
     if       WS-Ex = 3
              perform Invoice-Close.
     if       WS-Ex = 4
              perform OTM3-Close.
     if       WS-Ex = 5
              perform Purch-Close.
     if       WS-Ex = 6
              perform OTM5-Close.
     move     "N" to WS-Data-Open.
*>
 dd999-exit.
     exit     section.
*>
 ea000-History           section.
*>==============================
*>
*>  Every run, newest last, a line per entity.
*>
     open     output print-file.
     move     zero to page-nos.
     perform  eb000-Headings.
     move     1 to WX-Run-No.
     start    Wh-Extract-File key not less than WX-Run-No
              invalid key
              go to ea900-End
     end-start.
*>
 ea010-Read.
     read     Wh-Extract-File next record
              at end go to ea900-End.
     if       line-cnt > Page-Lines - 8
              perform eb000-Headings.
     move     zero to WS-Ex.
*>
 ea020-Entity.
     add      1 to WS-Ex.
     if       WS-Ex > 6
              move spaces to print-record
              write print-record after 1
              add 1 to line-cnt
              go to ea010-Read.
     move     spaces to line-3.
     if       WS-Ex = 1
              move WX-Run-No     to l3-run
              move WX-Mode       to l3-mode
              move WX-Status     to l3-status
              move WX-Run-Stamp  to l3-stamp
              move WX-From-Stamp to l3-from
              move WX-From-Count to l3-from-cnt
              move WX-To-Stamp   to l3-to
              move WX-To-Count   to l3-to-cnt
              move WX-Jnl-Read   to l3-read
              move WX-User       to l3-user.
     move     WS-Ent-Name (WS-Ex) to l3-entity.
     move     WX-Ins (WS-Ex) to l3-ins.
     move     WX-Upd (WS-Ex) to l3-upd.
     move     WX-Del (WS-Ex) to l3-del.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
     go       to ea020-Entity.
*>
 ea900-End.
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>
 ea999-exit.
     exit     section.
*>
 eb000-Headings          section.
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
 eb999-exit.
     exit     section.
*>
 fa000-Switch-Entity     section.
*>==============================
*>
*>  Moves the output on to entity WS-Ex - the current file is closed
*>   and each one passed on the way opened with its heading row and
*>   closed, so every run delivers all six files.  7 = finish.
*>
     if       WS-Ex = WS-Cur-Ex
              go to fa999-exit.
     move     WS-Ex to WS-Tally.
*>
 fa010-Next.
     if       WS-Ext-Open = "Y"
              close Ext-File
              move "N" to WS-Ext-Open.
     if       WS-Cur-Ex not < 6
           or WS-Ok not = "Y"
              go to fa900-Done.
     add      1 to WS-Cur-Ex.
     move     WS-Cur-Ex to WS-Ex.
     move     spaces to WS-Ext-Name.
     string   "wh-"                 delimited by size
              WS-Ent-Name (WS-Ex)   delimited by space
              "-"                   delimited by size
              WS-Run-Stamp          delimited by size
              ".csv"                delimited by size
                                    into WS-Ext-Name.
     open     output Ext-File.
     if       WS-Ext-Status not = zero
              move "N" to WS-Ok
              move XL247 to WS-Err-Text
              go to fa900-Done.
     move     "Y" to WS-Ext-Open.
     perform  fc000-Heading-Row.
     if       WS-Cur-Ex < WS-Tally
              go to fa010-Next.
*>
 fa900-Done.
     move     WS-Tally to WS-Ex.
*>
 fa999-exit.
     exit     section.
*>
 fb000-Write-Row         section.
*>==============================
*>
*>  Action, change time, then every dictionary field of the entity.
*>
     move     spaces to Ext-Record.
     move     1 to WS-Ext-Ptr.
     string   '"' WS-Action '",' WS-Row-Stamp delimited by size
              into Ext-Record with pointer WS-Ext-Ptr.
     move     zero to WS-Dx.
*>
 fb010-Field.
     add      1 to WS-Dx.
     if       WS-Dx > RW-Dict-Count
              go to fb020-Write.
     if       RWD-File (WS-Dx) not = WS-Ent-Dict (WS-Ex)
              go to fb010-Field.
     perform  zb000-Get-Field.
     move     zero to WS-Tally.
     inspect  WS-Fld-Text tallying WS-Tally for leading spaces.
     if       WS-Tally > 47
              move 47 to WS-Tally.
     compute  WS-Txt-Len = 48 - WS-Tally.
     if       WS-Fld-Kind = "N"
              string "," WS-Fld-Text (WS-Tally + 1:WS-Txt-Len)
                     delimited by space
                     into Ext-Record with pointer WS-Ext-Ptr
     else
              string ',"' WS-Fld-Text delimited by "  "
                     '"' delimited by size
                     into Ext-Record with pointer WS-Ext-Ptr.
     go       to fb010-Field.
*>
 fb020-Write.
     write    Ext-Record.
*>
 fb999-exit.
     exit     section.
*>
 fc000-Heading-Row       section.
*>==============================
*>
     move     spaces to Ext-Record.
     move     1 to WS-Ext-Ptr.
     string   '"Action","Changed"' delimited by size
              into Ext-Record with pointer WS-Ext-Ptr.
     move     zero to WS-Dx.
*>
 fc010-Field.
     add      1 to WS-Dx.
     if       WS-Dx > RW-Dict-Count
              go to fc020-Write.
     if       RWD-File (WS-Dx) not = WS-Ent-Dict (WS-Ex)
              go to fc010-Field.
     string   ',"' RWD-Name (WS-Dx) delimited by space
              '"'  delimited by size
              into Ext-Record with pointer WS-Ext-Ptr.
     go       to fc010-Field.
*>
 fc020-Write.
     write    Ext-Record.
*>
 fc999-exit.
     exit     section.
*>
 ga000-Manifest          section.
*>==============================
*>
*>  Written last - the run, the marks and per entity the file and its
*>   counts.
*>
     move     spaces to WS-Ext-Name.
     string   "wh-manifest-" WS-Run-Stamp ".csv" delimited by size
              into WS-Ext-Name.
     open     output Ext-File.
     if       WS-Ext-Status not = zero
              move "N" to WS-Ok
              move XL247 to WS-Err-Text
              go to ga999-exit.
     move     spaces to Ext-Record.
     if       WS-Mode = "F"
              string '"Mode","FULL"' delimited by size into Ext-Record
     else
              string '"Mode","INCREMENTAL"' delimited by size into Ext-Record.
     write    Ext-Record.
     move     spaces to Ext-Record.
     string   '"Company","' usera delimited by "  "
              '"' delimited by size into Ext-Record.
     write    Ext-Record.
     move     spaces to Ext-Record.
     string   '"Run",' WS-Run-Stamp delimited by size into Ext-Record.
     write    Ext-Record.
     move     spaces to Ext-Record.
     string   '"From mark",' WS-HWM-Stamp "," WS-HWM-Count
              delimited by size into Ext-Record.
     write    Ext-Record.
     move     spaces to Ext-Record.
     string   '"To mark",' WS-New-Stamp "," WS-New-Count
              delimited by size into Ext-Record.
     write    Ext-Record.
     move     '"Entity","File","Inserted","Updated","Deleted","Rows"'
              to Ext-Record.
     write    Ext-Record.
     move     zero to WS-Ex.
*>
 ga010-Entity.
     add      1 to WS-Ex.
     if       WS-Ex > 6
              go to ga900-Close.
     add      WS-Cnt-Ins (WS-Ex) WS-Cnt-Upd (WS-Ex) WS-Cnt-Del (WS-Ex)
              giving WS-Rows.
     move     spaces to Ext-Record.
     string   '"' WS-Ent-Name (WS-Ex)  delimited by space
              '","wh-' WS-Ent-Name (WS-Ex) delimited by space
              "-" WS-Run-Stamp '.csv",'
              WS-Cnt-Ins (WS-Ex) "," WS-Cnt-Upd (WS-Ex) ","
              WS-Cnt-Del (WS-Ex) "," WS-Rows
              delimited by size into Ext-Record.
     write    Ext-Record.
     go       to ga010-Entity.
*>
 ga900-Close.
     close    Ext-File.
*>
 ga999-exit.
     exit     section.
*>
 zb000-Get-Field         section.
*>==============================
*>
*>  Field WS-Dx out of WS-Buffer, decoded as in xl166.
*>
     move     RWD-Offset (WS-Dx) to WS-Off.
     move     RWD-Length (WS-Dx) to WS-Len.
     move     spaces to WS-Fld-Text.
     move     zero   to WS-Raw.
     if       RWD-Storage (WS-Dx) = "X"
              move "A" to WS-Fld-Kind
              move WS-Buffer (WS-Off:WS-Len) to WS-Fld-Text
              inspect WS-Fld-Text replacing all '"' by "'"
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
              if   WS-Raw > zero
                   move WS-Raw to u-bin
                   move spaces to u-date
                   perform maps04
                   string u-date (7:4) "-" u-date (4:2) "-" u-date (1:2)
                          delimited by size into WS-Fld-Text
              end-if
              go to zb999-exit.
     move     "N" to WS-Fld-Kind.
     move     RWD-Edit (WS-Dx) to WS-Dec.
     compute  WS-Fld-Num = WS-Raw / WS-Pow (WS-Dec + 1).
     if       WS-Dec = zero
              move WS-Fld-Num to WS-Ed-0
              move WS-Ed-0 to WS-Fld-Text
     else
      if      WS-Dec < 3
              move WS-Fld-Num to WS-Ed-2
              move WS-Ed-2 to WS-Fld-Text
      else
              move WS-Fld-Num to WS-Ed-6
              move WS-Ed-6 to WS-Fld-Text.
*>
 zb999-exit.
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
