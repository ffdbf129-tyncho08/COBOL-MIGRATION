       >>source free
*>*********************************************
*>                                            *
*>       Customer Languages & Translations    *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         sl945.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Maintains the Language file (fdlang.cob):
*>                        The languages documents can be printed in.
*>                        Each customer's language - none held means
*>                        English.
*>                        The translation of every fixed heading,
*>                        legend and narrative the invoice (sl930),
*>                        delivery note (sl950), statement (sl110) and
*>                        dunning letter (sl190) programs print, plus
*>                        the wording of the mails queued for them.
*>                        The English list (language EN) builds itself
*>                        as the documents are run - see sl946 - so
*>                        translating is a walk through that list one
*>                        text at a time, showing the English and the
*>                        width it prints in.  A blank translation
*>                        leaves the document in English for that text.
*>                        The untranslated list prints every English
*>                        text still without a translation.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     acas012 (Sales).
*>**
*>    Error messages used.
*>                        SL003
*>                        SL324    Customer record not found.
*>                        SL340    Language not set up.
*>                        SL341    Translation wider than print space.
*>                        SL342    EN is the English master.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for customer language documents.
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
 copy "sellang.cob".
 copy "selprint.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdlang.cob".
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL945 (3.02.00)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wssl.cob".
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
     03  WS-Stock-Record        pic x.
*>     03  WS-Sales-Record        pic x.
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
     03  WS-LT-Status    pic 99           value zero.
     03  WS-Cust-Hold    pic x(7)         value spaces.
     03  WS-Lang         pic xx           value spaces.
     03  WS-Lang-Name    pic x(20)        value spaces.
     03  WS-Last-Id      pic x(10)        value spaces.
     03  WS-Max-Len      pic 999          value zero.
     03  WS-Cut-Len      pic 999          value zero.
     03  WS-Count        pic 9(5)         value zero.
     03  WS-English      pic x(200)       value spaces.
     03  filler redefines WS-English.
         05  WS-Eng-1    pic x(70).
         05  WS-Eng-2    pic x(70).
         05  WS-Eng-3    pic x(60).
     03  WS-Trans        pic x(200)       value spaces.
     03  filler redefines WS-Trans.
         05  WS-Trans-1  pic x(70).
         05  WS-Trans-2  pic x(70).
         05  WS-Trans-3  pic x(60).
     03  display-5       pic zzzz9.
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
     03  SL003          pic x(28) value "SL003 Hit Return To Continue".
     03  SL324          pic x(31) value "SL324 Customer record not found".
     03  SL340          pic x(50) value "SL340 Language not set up - add it with option (1)".
     03  SL341          pic x(52) value "SL341 Wider than the print space - will be cut after".
     03  SL342          pic x(52) value "SL342 EN is the English master and cannot be changed".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(50)       value "Untranslated Document Texts".
     03  filler          pic x(26)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  filler          pic x(10)       value "Language: ".
     03  l2-lang         pic xx.
     03  filler          pic x           value space.
     03  l2-name         pic x(20).
*>
 01  line-3.
     03  l3-head         pic x(132)      value
         "Text Id    Width  English".
*>
 01  line-4.
     03  l4-id           pic x(11).
     03  l4-width        pic zz9.
     03  filler          pic x(4)        value spaces.
     03  l4-english      pic x(114).
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
     open     i-o Language-File.
     if       WS-LT-Status not = zero
              open  output Language-File
              close Language-File
              open  i-o    Language-File.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Customer Languages" at 0131 with foreground-color 2.
     perform  zz070-Convert-Date.
     display  ws-date at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Languages"                          at 0811 with foreground-color 2.
     display  "(2)  Customer Language"                  at 0911 with foreground-color 2.
     display  "(3)  Translate Document Texts"           at 1011 with foreground-color 2.
     display  "(4)  List Untranslated Texts"            at 1111 with foreground-color 2.
     display  "(X)  Return To Menu"                     at 1311 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Language
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-Customer
              go to menu-return.
     if       menu-reply = "3"
              perform  da000-Translate
              go to menu-return.
     if       menu-reply = "4"
              perform  ea000-Untranslated
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    Language-File.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Language          section.
*>==============================
*>
*>  Blank name deletes the language; its translations stay on file
*>   in case it comes back.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Languages" at 0135 with foreground-color 2.
     display  "Language code [  ]  (eg FR, DE)" at 0601 with foreground-color 2.
     display  "Name          [                    ]  (blank = delete)" at 0801 with foreground-color 2.
*>
     move     spaces to WS-Lang.
     accept   WS-Lang at 0616 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Lang = spaces
              go to ba999-exit.
     if       WS-Lang = "EN"
              perform mb000-English-Msg
              go to ba999-exit.
*>
     move     spaces to LT-Key.
     move     "L" to LT-Type.
     move     WS-Lang to LT-Lang-Code.
     read     Language-File
              invalid key
              move spaces to LT-Text
     end-read
     move     LT-Text (1:20) to WS-Lang-Name.
     accept   WS-Lang-Name at 0816 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
*>
     if       WS-Lang-Name = spaces
              if   WS-LT-Status = zero
                   delete Language-File record
              end-if
              go to ba999-exit.
     move     spaces to LT-Text.
     move     WS-Lang-Name to LT-Text.
     move     zero to LT-Max-Len.
     if       WS-LT-Status = zero
              rewrite Language-Record
     else
              write   Language-Record.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Customer          section.
*>==============================
*>
*>  Blank (or EN) language removes the record - English is the default.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Customer Language" at 0131 with foreground-color 2.
     display  "Customer  [       ]" at 0601 with foreground-color 2.
     display  "Language  [  ]  (blank = English)" at 0901 with foreground-color 2.
*>
     move     spaces to WS-Cust-Hold.
     accept   WS-Cust-Hold at 0612 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Cust-Hold = spaces
              go to ca999-exit.
     move     WS-Cust-Hold to WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Open-Input.
     perform  Sales-Read-Indexed.
     perform  Sales-Close.
     if       fs-reply not = zero
              display SL324 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ca999-exit.
     display  Sales-Name at 0721 with foreground-color 3.
*>
     move     spaces to LT-Key.
     move     "C" to LT-Type.
     move     WS-Cust-Hold to LT-Customer.
     move     spaces to WS-Lang.
     read     Language-File
              invalid key
              move spaces to LT-Text
     end-read
     if       WS-LT-Status = zero
              move LT-Cust-Language to WS-Lang.
*>
 ca010-Accept.
     accept   WS-Lang at 0912 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ca999-exit.
     if       WS-Lang = spaces or "EN"
              go to ca050-Remove.
     perform  ma000-Check-Language.
     if       WS-Lang-Name = spaces
              go to ca010-Accept.
     display  WS-Lang-Name at 0917 with foreground-color 3.
*>
     move     spaces to LT-Key.
     move     "C" to LT-Type.
     move     WS-Cust-Hold to LT-Customer.
     read     Language-File
              invalid key
              continue
     end-read
     move     spaces  to LT-Text.
     move     WS-Lang to LT-Cust-Language.
     move     zero    to LT-Max-Len.
     if       WS-LT-Status = zero
              rewrite Language-Record
     else
              write   Language-Record.
     go       to ca999-exit.
*>
 ca050-Remove.
     move     spaces to LT-Key.
     move     "C" to LT-Type.
     move     WS-Cust-Hold to LT-Customer.
     read     Language-File
              invalid key
              go to ca999-exit
     end-read
     delete   Language-File record.
*>
 ca999-exit.
     exit     section.
*>
 da000-Translate         section.
*>==============================
*>
*>  Walk the EN list from the id given (blank = the start), one text
*>   at a time.  Esc on the translation stops; a blank translation
*>   deletes it.  The list is re-positioned after each save as the
*>   read and write share the file.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Translate Document Texts" at 0128 with foreground-color 2.
     display  "Language  [  ]" at 0401 with foreground-color 2.
     display  "Start id  [          ]  (blank = first)" at 0501 with foreground-color 2.
*>
     move     spaces to WS-Lang.
     accept   WS-Lang at 0412 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Lang = spaces
              go to da999-exit.
     if       WS-Lang = "EN"
              perform mb000-English-Msg
              go to da999-exit.
     perform  ma000-Check-Language.
     if       WS-Lang-Name = spaces
              go to da999-exit.
     display  WS-Lang-Name at 0417 with foreground-color 3.
     move     spaces to WS-Last-Id.
     accept   WS-Last-Id at 0512 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to da999-exit.
*>
*>  Blank start reads from the first id, else from the one keyed.
*>
     move     spaces to LT-Key.
     move     "T"  to LT-Type.
     move     "EN" to LT-Lang-Code.
     move     WS-Last-Id to LT-Text-Id.
     start    Language-File key not < LT-Key
              invalid key
              go to da999-exit
     end-start.
*>
 da010-Next.
     read     Language-File next record
              at end
              go to da999-exit
     end-read
     if       not LT-Translation
           or LT-Lang-Code not = "EN"
              go to da999-exit.
     move     LT-Text-Id to WS-Last-Id.
     move     LT-Max-Len to WS-Max-Len.
     move     LT-Text    to WS-English.
*>
     display  " " at 0701 with erase eos.
     display  "Text id   "       at 0701 with foreground-color 2.
     display  WS-Last-Id         at 0712 with foreground-color 3.
     display  "Prints in"        at 0727 with foreground-color 2.
     display  WS-Max-Len         at 0737 with foreground-color 3.
     display  "characters"       at 0741 with foreground-color 2.
     display  "English"          at 0901 with foreground-color 2.
     display  WS-Eng-1           at 1005 with foreground-color 3.
     display  WS-Eng-2           at 1105 with foreground-color 3.
     display  WS-Eng-3           at 1205 with foreground-color 3.
     display  "Translation  (Esc = stop, blank = English)" at 1401 with foreground-color 2.
*>
     move     spaces to LT-Key.
     move     "T"  to LT-Type.
     move     WS-Lang    to LT-Lang-Code.
     move     WS-Last-Id to LT-Text-Id.
     read     Language-File
              invalid key
              move spaces to LT-Text
     end-read
     move     LT-Text to WS-Trans.
     accept   WS-Trans-1 at 1505 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to da999-exit.
     if       WS-Max-Len > 70
              accept WS-Trans-2 at 1605 with foreground-color 3 update
              if   Cob-Crt-Status = Cob-Scr-Esc
                   go to da999-exit
              end-if.
     if       WS-Max-Len > 140
              accept WS-Trans-3 at 1705 with foreground-color 3 update
              if   Cob-Crt-Status = Cob-Scr-Esc
                   go to da999-exit
              end-if.
*>
     if       WS-Max-Len < 200
          and WS-Max-Len > zero
              subtract WS-Max-Len from 200 giving WS-Cut-Len
              if   WS-Trans (WS-Max-Len + 1:WS-Cut-Len) not = spaces
                   display SL341      at 2301 with foreground-color 4 highlight
                   display WS-Max-Len at 2354 with foreground-color 4 highlight
                   display SL003      at 2401 with foreground-color 2
                   accept  ws-reply   at 2430
                   display " " at 2301 with erase eos
              end-if
     end-if
*>
     if       WS-Trans = spaces
              if   WS-LT-Status = zero
                   delete Language-File record
              end-if
     else
              move WS-Trans to LT-Text
              move zero     to LT-Max-Len
              if   WS-LT-Status = zero
                   rewrite Language-Record
              else
                   write   Language-Record
              end-if
     end-if
*>
*>  Back to the EN list, just past this id.
*>
     move     spaces to LT-Key.
     move     "T"  to LT-Type.
     move     "EN" to LT-Lang-Code.
     move     WS-Last-Id to LT-Text-Id.
     start    Language-File key > LT-Key
              invalid key
              go to da999-exit
     end-start.
     go       to da010-Next.
*>
 da999-exit.
     exit     section.
*>
 ea000-Untranslated      section.
*>==============================
*>
*>  Every EN text with no translation in the language asked for.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "List Untranslated Texts" at 0129 with foreground-color 2.
     display  "Language  [  ]" at 0601 with foreground-color 2.
*>
     move     spaces to WS-Lang.
     accept   WS-Lang at 0612 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Lang = spaces
              go to ea999-exit.
     if       WS-Lang = "EN"
              perform mb000-English-Msg
              go to ea999-exit.
     perform  ma000-Check-Language.
     if       WS-Lang-Name = spaces
              go to ea999-exit.
*>
     move     zero to page-nos WS-Count.
     move     99   to line-cnt.
     move     WS-Lang      to l2-lang.
     move     WS-Lang-Name to l2-name.
     move     spaces to WS-Last-Id.
     open     output print-file.
*>
 ea010-Position.
     move     spaces to LT-Key.
     move     "T"  to LT-Type.
     move     "EN" to LT-Lang-Code.
     move     WS-Last-Id to LT-Text-Id.
     start    Language-File key > LT-Key
              invalid key
              go to ea900-End
     end-start.
     read     Language-File next record
              at end
              go to ea900-End
     end-read
     if       not LT-Translation
           or LT-Lang-Code not = "EN"
              go to ea900-End.
     move     LT-Text-Id to WS-Last-Id.
     move     LT-Max-Len to WS-Max-Len.
     move     LT-Text    to WS-English.
*>
     move     spaces to LT-Key.
     move     "T"  to LT-Type.
     move     WS-Lang    to LT-Lang-Code.
     move     WS-Last-Id to LT-Text-Id.
     read     Language-File
              invalid key
              move spaces to LT-Text
     end-read
     if       LT-Text not = spaces
              go to ea010-Position.
*>
     if       line-cnt > Page-Lines - 3
              perform zb000-Headings.
     move     spaces to line-4.
     move     WS-Last-Id to l4-id.
     move     WS-Max-Len to l4-width.
     move     WS-English to l4-english.
     write    print-record from line-4 after 1.
     add      1 to line-cnt.
     add      1 to WS-Count.
     go       to ea010-Position.
*>
 ea900-End.
     if       line-cnt > Page-Lines - 3
              perform zb000-Headings.
     move     spaces to line-4.
     move     WS-Count to display-5.
     string   "Texts untranslated: " display-5
              delimited by size into l4-english.
     write    print-record from line-4 after 2.
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>
 ea999-exit.
     exit     section.
*>
 ma000-Check-Language    section.
*>==============================
*>
*>  WS-Lang-Name spaces on return if WS-Lang is not set up.
*>
     move     spaces to LT-Key WS-Lang-Name.
     move     "L" to LT-Type.
     move     WS-Lang to LT-Lang-Code.
     read     Language-File
              invalid key
              display SL340 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              display " " at 2301 with erase eos
              go to ma999-exit
     end-read
     move     LT-Text (1:20) to WS-Lang-Name.
*>
 ma999-exit.
     exit     section.
*>
 mb000-English-Msg       section.
*>==============================
*>
     display  SL342 at 2301 with foreground-color 4 highlight.
     display  SL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
     display  " " at 2301 with erase eos.
*>
 mb999-exit.
     exit     section.
*>
 zb000-Headings          section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     write    print-record from line-1 after page.
     write    print-record from line-2 after 2.
     write    print-record from line-3 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     6 to line-cnt.
*>
 zb999-exit.
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
 copy "Proc-ACAS-FH-Calls.cob".
*>
