       >>source free
*>*********************************************
*>                                            *
*>     Subject Access Request Pack            *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         xl169.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            When someone asks for a copy of the data held
*>                        about them this pulls every record that holds
*>                        it together into one printed pack -
*>                         the customer (sl010) or supplier (pl010)
*>                          account,
*>                         the sl929 contacts,
*>                         the delivery addresses and notes,
*>                         the sl923 credit control diary,
*>                         the sl913 direct debit mandate,
*>                         supplier bank changes waiting for pl934,
*>                         the mail queue history and
*>                         the mdaudit master data change trail.
*>                        The request is by customer code, supplier
*>                        code or a person's name or e-mail address,
*>                        the last matched anywhere in the names,
*>                        e-mail addresses, notes and audit values.
*>                        The e-mail addresses and names of the
*>                        accounts and contacts found are then looked
*>                        for in the rest, as the mail queue carries
*>                        no account code.
*>
*>                        The pack starts with a cover and index page -
*>                        each section, its records and its page - so
*>                        the files are read twice, once to count and
*>                        once to print.  Every file is opened input
*>                        only, nothing is changed.  Each pack is
*>                        logged on sarlog.dat with the date received,
*>                        the date due (one calendar month on) and the
*>                        date, time and user that fulfilled it, and
*>                        the log can be printed.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04.
*>                        acas012 (sales), acas022 (purchase),
*>                        acas014 (delivery) FHs.
*>**
*>    Error messages used.
*>                        XL203    Invalid date.
*>                        XL250    Customer not on file.
*>                        XL251    Supplier not on file.
*>                        XL252    Give at least 3 characters to look for.
*>                        XL253    No requests logged.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for subject access requests.
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
 copy "selsar.cob".
 copy "selcont.cob".
 copy "selcrd.cob".
 copy "selddm.cob".
 copy "selpbank.cob".
 copy "selmailq.cob".
*>
     select  MD-Audit-File   assign File-70
                             access               dynamic
                             organization         indexed
                             status               MD-FS
                             record key           MD-Key.
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdprint.cob".
 copy "fdsar.cob".
 copy "fdcont.cob".
 copy "fdcrd.cob".
 copy "fdddm.cob".
 copy "fdpbank.cob".
 copy "fdmailq.cob".
*>
 fd  MD-Audit-File.
 01  MD-Record.
     03  MD-Key.
         05  MD-Stamp       pic 9(14).          *> ccyymmddhhmmss
         05  MD-Seq         pic 99.
     03  MD-User            pic x(12).
     03  MD-Prog            pic x(8).
     03  MD-File            pic xx.             *> SL PL ST GL SY
     03  MD-Action          pic x.              *> A, C or D
     03  MD-Rec-Key         pic x(20).
     03  MD-Field           pic x(20).
     03  MD-Before          pic x(40).
     03  MD-After           pic x(40).
     03  MD-Sensitive       pic x.
     03  filler             pic x(8).
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "XL169 (3.02.00)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wssl.cob".
 copy "wspl.cob".
 copy "wsdel.cob".
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
*>     03  WS-Delivery-Record     pic x.
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
     03  ws-reply        pic x.
     03  menu-reply      pic x.
     03  MD-FS           pic xx           value zeros.
     03  page-nos        pic 9(4)         value zero.
     03  line-cnt        pic 999          value zero.
     03  WS-Adv          pic 9            value 1.
     03  WS-Printing     pic x            value "N".
     03  WS-Mode         pic x            value space.
         88  WS-By-Customer               value "C".
         88  WS-By-Supplier               value "S".
         88  WS-By-Person                 value "P".
     03  WS-Subject      pic x(30)        value spaces.
     03  WS-Requester    pic x(30)        value spaces.
     03  WS-Received-8   pic 9(8)         value zero.
     03  WS-Due-8        pic 9(8)         value zero.
     03  filler          redefines WS-Due-8.
         05  WS-Due-Year pic 9(4).
         05  WS-Due-Month
                         pic 99.
         05  WS-Due-Day  pic 99.
     03  WS-Today-8      pic 9(8)         value zero.
     03  WS-Date-8       pic 9(8)         value zero.
     03  WS-Time         pic 9(8)         value zero.
     03  WS-Time-6       pic 9(6)         value zero.
     03  WS-Time-Ed      pic 99b99b99.
     03  WS-SAR-No       pic 9(6)         value zero.
     03  WS-Ctl-Found    pic x            value "N".
     03  WS-Sx           pic 99           value zero.
     03  WS-Cx           pic 99           value zero.
     03  WS-Tx           pic 99           value zero.
     03  WS-Code-Cnt     pic 99           value zero.
     03  WS-Term-Cnt     pic 99           value zero.
     03  WS-Rec-No       pic 9(6)         value zero.
     03  WS-Rec-Lines    pic 99           value zero.
     03  WS-Rec-Title    pic x(60)        value spaces.
     03  WS-Total-Recs   pic 9(6)         value zero.
     03  WS-Total-Pages  pic 9(4)         value zero.
     03  WS-Hit          pic x            value "N".
     03  WS-Tally        pic 9(4)         value zero.
     03  WS-Hay          pic x(256)       value spaces.
     03  WS-New-Term     pic x(64)        value spaces.
     03  WS-New-Len      pic 99           value zero.
     03  WS-Want-Type    pic x            value space.
     03  WS-Want-Code    pic x(7)         value spaces.
     03  WS-Addr         pic x(96)        value spaces.
     03  WS-Sort-Code    pic 9(6)         value zero.
     03  WS-Account-No   pic 9(8)         value zero.
     03  WS-Amount-Ed    pic z(7)9.99-.
     03  WS-Num-Ed       pic z(7)9.
     03  WS-Seq-Ed       pic z9.
     03  WS-Keep-Reply   pic 99           value zero.
*>
*>  Accounts found - type C or S and the code.
*>
 01  WS-Code-Table.
     03  WS-CD                        occurs 50.
         05  WS-CD-Type      pic x.
         05  WS-CD-Code      pic x(7).
*>
*>  Names and e-mail addresses looked for, upper cased, with lengths.
*>
 01  WS-Term-Table.
     03  WS-TM                        occurs 60.
         05  WS-TM-Text      pic x(64).
         05  WS-TM-Len       pic 99.
*>
 01  WS-Section-Values.
     03  filler          pic x(44)  value "Customer account                sl010".
     03  filler          pic x(44)  value "Supplier account                pl010".
     03  filler          pic x(44)  value "Customer contacts               sl929".
     03  filler          pic x(44)  value "Delivery addresses and notes    sl010 pl010".
     03  filler          pic x(44)  value "Credit control diary            sl923".
     03  filler          pic x(44)  value "Direct debit mandates           sl913".
     03  filler          pic x(44)  value "Pending supplier bank changes   pl010 pl934".
     03  filler          pic x(44)  value "Mail queue history              mailq".
     03  filler          pic x(44)  value "Master data change audit        mdaudit".
 01  filler redefines WS-Section-Values.
     03  WS-SN                        occurs 9.
         05  WS-SN-Name      pic x(32).
         05  WS-SN-Source    pic x(12).
*>
*>  Records and first page per section, from the counting pass.
*>
 01  WS-Section-Counts.
     03  WS-SC                        occurs 9.
         05  WS-SC-Count     pic 9(6).
         05  WS-SC-Page      pic 9(4).
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
     03  XL250          pic x(27) value "XL250 Customer not on file".
     03  XL251          pic x(27) value "XL251 Supplier not on file".
     03  XL252          pic x(45) value "XL252 Give at least 3 characters to look for".
     03  XL253          pic x(24) value "XL253 No requests logged".
*>
 01  WS-Print-Line       pic x(160)      value spaces.
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(52)       value spaces.
     03  l1-sar          pic x(24)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zzz9.
*>
 01  line-1b.
     03  filler          pic x(10)       value "Subject : ".
     03  l1b-subject     pic x(80)       value spaces.
*>
 01  line-r.
     03  filler          pic x(7)        value "Record ".
     03  lr-no           pic zzzz9.
     03  filler          pic x(3)        value " - ".
     03  lr-title        pic x(60).
*>
 01  line-f.
     03  filler          pic x(4)        value spaces.
     03  lf-label        pic x(24).
     03  filler          pic x(2)        value ": ".
     03  lf-value        pic x(128).
*>
 01  line-x.
     03  lx-name         pic x(34).
     03  lx-source       pic x(14).
     03  lx-count        pic zzzzz9.
     03  filler          pic x(4)        value spaces.
     03  lx-page         pic zzz9.
*>
 01  line-l1.
     03  filler          pic x(80)       value
         "SAR No T Subject                        Requested by                   Received".
     03  filler          pic x(66)       value
         "   Due by     Fulfilled  Time     By           Records Pages Late".
*>
 01  line-l2.
     03  l2-no           pic 9(6)b.
     03  l2-type         pic xbb.
     03  l2-subject      pic x(31).
     03  l2-requester    pic x(31).
     03  l2-received     pic x(11).
     03  l2-due          pic x(11).
     03  l2-fulfilled    pic x(11).
     03  l2-time         pic x(9).
     03  l2-user         pic x(13).
     03  l2-records      pic zzzzz9b.
     03  l2-pages        pic zzz9b.
     03  l2-late         pic x(4).
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
     move     to-day (7:4) to WS-Today-8 (1:4).
     move     to-day (4:2) to WS-Today-8 (5:2).
     move     to-day (1:2) to WS-Today-8 (7:2).
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Subject Access Request Pack" at 0127 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Produce A Subject Access Pack"      at 0811 with foreground-color 2.
     display  "(2)  Print The Request Log"              at 0911 with foreground-color 2.
     display  "(X)  Return To Menu"                     at 1111 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to Menu-Exit.
     if       menu-reply = "1"
              perform ba000-Request
              go to menu-return.
     if       menu-reply = "2"
              perform ga000-List-Log
              go to menu-return.
     go       to menu-input.
*>
 Menu-Exit.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Request           section.
*>==============================
*>
*>  Who it is about, who asked and when, then the two passes.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Subject Access Request Pack" at 0127 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
     display  "Request is by C, S or P              [ ]" at 0501 with foreground-color 2.
     display  "C = Customer code, S = Supplier code, P = Person's name or e-mail"
                                                        at 0601 with foreground-color 2.
     display  "Code, name or e-mail to look for     [                              ]"
                                                        at 0801 with foreground-color 2.
     display  "Date request received (ccyymmdd)     [        ]"
                                                        at 0901 with foreground-color 2.
     display  "Requested by / their reference       [                              ]"
                                                        at 1001 with foreground-color 2.
     move     spaces to WS-Mode WS-Subject WS-Requester.
     move     WS-Today-8 to WS-Received-8.
*>
 ba010-Get-Mode.
     accept   WS-Mode at 0539 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     if       not WS-By-Customer
          and not WS-By-Supplier
          and not WS-By-Person
              go to ba010-Get-Mode.
*>
 ba020-Get-Subject.
     accept   WS-Subject at 0839 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     display  " " at 2301 with erase eol.
     if       WS-By-Person
              move WS-Subject to WS-New-Term
              perform zz410-Term-Length
              if   WS-New-Len < 3
                   display XL252 at 2301 with foreground-color 4 highlight
                   go to ba020-Get-Subject
              end-if
              go to ba030-Get-Received.
     inspect  WS-Subject converting "abcdefghijklmnopqrstuvwxyz"
                                 to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
     display  WS-Subject at 0839 with foreground-color 3.
     if       WS-By-Customer
              perform Sales-Open-Input
              move WS-Subject (1:7) to WS-Sales-Key
              perform Sales-Read-Indexed
              move fs-reply to WS-Keep-Reply
              perform Sales-Close
              if   WS-Keep-Reply not = zero
                   display XL250 at 2301 with foreground-color 4 highlight
                   go to ba020-Get-Subject
              end-if.
     if       WS-By-Supplier
              perform Purch-Open-Input
              move WS-Subject (1:7) to WS-Purch-Key
              perform Purch-Read-Indexed
              move fs-reply to WS-Keep-Reply
              perform Purch-Close
              if   WS-Keep-Reply not = zero
                   display XL251 at 2301 with foreground-color 4 highlight
                   go to ba020-Get-Subject
              end-if.
*>
 ba030-Get-Received.
     accept   WS-Received-8 at 0939 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     move     WS-Received-8 to WS-Date-8.
     perform  zz050-Date-8-To-Bin.
     if       u-bin = zero
           or WS-Received-8 > WS-Today-8
              display XL203 at 2301 with foreground-color 4 highlight
              go to ba030-Get-Received.
     display  " " at 2301 with erase eol.
     accept   WS-Requester at 1039 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     perform  zz500-Due-Date.
     move     WS-Due-8 to WS-Date-8.
     perform  zz390-Show-8.
     display  "Due by" at 1201 with foreground-color 2.
     display  ws-date  at 1239 with foreground-color 3.
     display  "OK to produce the pack (Y/N)         [ ]" at 1401 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 1439 with foreground-color 6 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or ws-reply not = "Y"
              go to ba999-exit.
     display  "Working ..." at 1601 with foreground-color 2.
*>
*>  Counting pass - records and first page of each section.
*>
     initialize WS-Section-Counts.
     move     zero to WS-Total-Recs.
     move     "N"  to WS-Printing.
     move     1    to page-nos.
     perform  ca000-Gather.
     move     page-nos to WS-Total-Pages.
     perform  fa000-Next-Number.
     accept   WS-Time from time.
*>
*>  Printing pass - cover and index, then the sections.
*>
     open     output print-file.
     move     "Y"  to WS-Printing.
     perform  ea000-Cover.
     perform  ca000-Gather.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     perform  fb000-Log-Request.
*>
     display  "Request number" at 1601 with foreground-color 2 erase eol.
     display  WS-SAR-No        at 1617 with foreground-color 3.
     display  "Records"        at 1701 with foreground-color 2.
     display  WS-Total-Recs    at 1717 with foreground-color 3.
     display  "Pages"          at 1801 with foreground-color 2.
     display  WS-Total-Pages   at 1817 with foreground-color 3.
     display  "Pack printed and the request logged as fulfilled - hit return"
                                                    at 2401 with foreground-color 2.
     accept   ws-reply at 2466.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Gather            section.
*>==============================
*>
*>  Both passes - the tables are rebuilt each time so the second
*>   finds exactly what the first counted.
*>
     move     zero   to WS-Code-Cnt WS-Term-Cnt.
     move     99     to line-cnt.
     if       WS-By-Person
              move WS-Subject to WS-New-Term
              perform zz430-Add-Term
     else
              move WS-Mode to WS-Want-Type
              move WS-Subject (1:7) to WS-Want-Code
              perform zz420-Add-Code.
     perform  da000-Customer.
     perform  db000-Supplier.
     perform  dc000-Contacts.
     perform  dd000-Delivery.
     perform  de000-Diary.
     perform  df000-Mandates.
     perform  dg000-Pending-Bank.
     perform  dh000-Mail-Queue.
     perform  di000-MD-Audit.
*>
 ca999-exit.
     exit     section.
*>
 da000-Customer          section.
*>==============================
*>
*>  By code, or any customer whose name or e-mail holds the text -
*>   a sole trader's account is their own data.
*>
     move     1 to WS-Sx.
     perform  zz320-Section-Start.
     if       WS-By-Supplier
              go to da900-End.
     perform  Sales-Open-Input.
     if       fs-reply not = zero
              go to da900-End.
*>
 da010-Read.
     perform  Sales-Read-Next.
     if       fs-reply not = zero
              go to da800-Close.
     move     "N" to WS-Hit.
     if       WS-By-Customer
              if   WS-Sales-Key = WS-Subject (1:7)
                   move "Y" to WS-Hit
              end-if
     else
              move Sales-Name to WS-Hay
              perform zz400-Term-Hit
              if   WS-Hit = "N"
                   move Sales-Email to WS-Hay
                   perform zz400-Term-Hit
              end-if
     end-if
     if       WS-Hit = "N"
              go to da010-Read.
     move     "C" to WS-Want-Type.
     move     WS-Sales-Key to WS-Want-Code.
     perform  zz420-Add-Code.
     move     Sales-Name  to WS-New-Term.
     perform  zz430-Add-Term.
     move     Sales-Email to WS-New-Term.
     perform  zz430-Add-Term.
*>
     move     16 to WS-Rec-Lines.
     move     spaces to WS-Rec-Title.
     string   "Account " WS-Sales-Key "  " Sales-Name
                         delimited by size into WS-Rec-Title.
     perform  zz340-Record-Start.
     move     "Account"        to lf-label.
     move     WS-Sales-Key     to lf-value.
     perform  zz350-Field.
     move     "Name"           to lf-label.
     move     Sales-Name       to lf-value.
     perform  zz350-Field.
     move     Sales-Addr1      to WS-Addr.
     move     "Address"        to lf-label.
     perform  zz360-Address.
     move     Sales-Addr2      to WS-Addr.
     move     " "              to lf-label.
     perform  zz360-Address.
     move     "Phone"          to lf-label.
     move     spaces           to lf-value.
     string   Sales-Phone " " Sales-Ext delimited by size into lf-value.
     perform  zz350-Field.
     move     "Fax"            to lf-label.
     move     Sales-Fax        to lf-value.
     perform  zz350-Field.
     move     "E-mail"         to lf-label.
     move     Sales-Email      to lf-value.
     perform  zz350-Field.
     move     "Status"         to lf-label.
     if       Customer-Live
              move "Live"      to lf-value
     else
              move "Dead"      to lf-value.
     perform  zz350-Field.
     move     "Created"        to lf-label.
     move     Sales-Create-Date to u-bin.
     perform  zz380-Show-Bin.
     perform  zz350-Field.
     move     "Last invoiced"  to lf-label.
     move     Sales-Last-Inv   to u-bin.
     perform  zz380-Show-Bin.
     perform  zz350-Field.
     move     "Last paid"      to lf-label.
     move     Sales-Last-Pay   to u-bin.
     perform  zz380-Show-Bin.
     perform  zz350-Field.
     move     "Credit days / limit"  to lf-label.
     move     Sales-Limit      to WS-Num-Ed.
     move     spaces           to lf-value.
     string   Sales-Credit " / " WS-Num-Ed delimited by size into lf-value.
     perform  zz350-Field.
     move     "Balance"        to lf-label.
     move     Sales-Current    to WS-Amount-Ed.
     move     WS-Amount-Ed     to lf-value.
     perform  zz350-Field.
     move     "Pays by direct debit" to lf-label.
     if       Sales-Pays-By-DD
              move "Yes"       to lf-value
     else
              move "No"        to lf-value.
     perform  zz350-Field.
     go       to da010-Read.
*>
 da800-Close.
     perform  Sales-Close.
*>
 da900-End.
     perform  zz330-Section-End.
*>
 da999-exit.
     exit     section.
*>
 db000-Supplier          section.
*>==============================
*>
     move     2 to WS-Sx.
     perform  zz320-Section-Start.
     if       WS-By-Customer
              go to db900-End.
     perform  Purch-Open-Input.
     if       fs-reply not = zero
              go to db900-End.
*>
 db010-Read.
     perform  Purch-Read-Next.
     if       fs-reply not = zero
              go to db800-Close.
     move     "N" to WS-Hit.
     if       WS-By-Supplier
              if   WS-Purch-Key = WS-Subject (1:7)
                   move "Y" to WS-Hit
              end-if
     else
              move Purch-Name to WS-Hay
              perform zz400-Term-Hit
              if   WS-Hit = "N"
                   move Purch-Email to WS-Hay
                   perform zz400-Term-Hit
              end-if
     end-if
     if       WS-Hit = "N"
              go to db010-Read.
     move     "S" to WS-Want-Type.
     move     WS-Purch-Key to WS-Want-Code.
     perform  zz420-Add-Code.
     move     Purch-Name  to WS-New-Term.
     perform  zz430-Add-Term.
     move     Purch-Email to WS-New-Term.
     perform  zz430-Add-Term.
*>
     move     15 to WS-Rec-Lines.
     move     spaces to WS-Rec-Title.
     string   "Account " WS-Purch-Key "  " Purch-Name
                         delimited by size into WS-Rec-Title.
     perform  zz340-Record-Start.
     move     "Account"        to lf-label.
     move     WS-Purch-Key     to lf-value.
     perform  zz350-Field.
     move     "Name"           to lf-label.
     move     Purch-Name       to lf-value.
     perform  zz350-Field.
     move     Purch-Addr1      to WS-Addr.
     move     "Address"        to lf-label.
     perform  zz360-Address.
     move     Purch-Addr2      to WS-Addr.
     move     " "              to lf-label.
     perform  zz360-Address.
     move     "Phone"          to lf-label.
     move     spaces           to lf-value.
     string   Purch-Phone " " Purch-Ext delimited by size into lf-value.
     perform  zz350-Field.
     move     "Fax"            to lf-label.
     move     Purch-Fax        to lf-value.
     perform  zz350-Field.
     move     "E-mail"         to lf-label.
     move     Purch-Email      to lf-value.
     perform  zz350-Field.
     move     "Status"         to lf-label.
     if       Supplier-Live
              move "Live"      to lf-value
     else
              move "Dead"      to lf-value.
     perform  zz350-Field.
     move     "Created"        to lf-label.
     move     Purch-Create-Date to u-bin.
     perform  zz380-Show-Bin.
     perform  zz350-Field.
     move     "Last paid"      to lf-label.
     move     Purch-Last-Pay   to u-bin.
     perform  zz380-Show-Bin.
     perform  zz350-Field.
     move     "Bank sort code / a/c" to lf-label.
     move     Purch-SortCode   to WS-Sort-Code.
     move     Purch-Accountno  to WS-Account-No.
     move     spaces           to lf-value.
     string   WS-Sort-Code " / " WS-Account-No delimited by size into lf-value.
     perform  zz350-Field.
     move     "Balance"        to lf-label.
     move     Purch-Current    to WS-Amount-Ed.
     move     WS-Amount-Ed     to lf-value.
     perform  zz350-Field.
     move     "E-mail remittances" to lf-label.
     if       Email-Remittance
              move "Yes"       to lf-value
     else
              move "No"        to lf-value.
     perform  zz350-Field.
     go       to db010-Read.
*>
 db800-Close.
     perform  Purch-Close.
*>
 db900-End.
     perform  zz330-Section-End.
*>
 db999-exit.
     exit     section.
*>
 dc000-Contacts          section.
*>==============================
*>
*>  Every contact of a customer found, or whose name or e-mail holds
*>   the text.  Their e-mail is then looked for in the mail queue.
*>
     move     3 to WS-Sx.
     perform  zz320-Section-Start.
     open     input Contact-File.
     if       fs-reply not = zero
              go to dc900-End.
*>
 dc010-Read.
     read     Contact-File next record at end
              go to dc800-Close.
     move     "C" to WS-Want-Type.
     move     CT-Customer to WS-Want-Code.
     perform  zz425-Code-Hit.
     if       WS-Hit = "N"
              move CT-Name to WS-Hay
              perform zz400-Term-Hit.
     if       WS-Hit = "N"
              move CT-Email to WS-Hay
              perform zz400-Term-Hit.
     if       WS-Hit = "N"
              go to dc010-Read.
     move     CT-Email to WS-New-Term.
     perform  zz430-Add-Term.
*>
     move     8 to WS-Rec-Lines.
     move     spaces to WS-Rec-Title.
     move     CT-Seq to WS-Seq-Ed.
     string   "Customer " CT-Customer " contact " WS-Seq-Ed "  " CT-Name
                         delimited by size into WS-Rec-Title.
     perform  zz340-Record-Start.
     move     "Name"           to lf-label.
     move     CT-Name          to lf-value.
     perform  zz350-Field.
     move     "Role / title"   to lf-label.
     move     CT-Role-Title    to lf-value.
     perform  zz350-Field.
     move     "E-mail"         to lf-label.
     move     CT-Email         to lf-value.
     perform  zz350-Field.
     move     "Phone"          to lf-label.
     move     CT-Phone         to lf-value.
     perform  zz350-Field.
     move     "Invoices/stmts/letters" to lf-label.
     move     spaces           to lf-value.
     string   CT-Use-Invoice " / " CT-Use-Statement " / " CT-Use-Dunning
                         delimited by size into lf-value.
     perform  zz350-Field.
     go       to dc010-Read.
*>
 dc800-Close.
     close    Contact-File.
*>
 dc900-End.
     perform  zz330-Section-End.
*>
 dc999-exit.
     exit     section.
*>
 dd000-Delivery          section.
*>==============================
*>
*>  Delivery addresses and notes of the accounts found, or naming or
*>   addressed to the text.
*>
     move     4 to WS-Sx.
     perform  zz320-Section-Start.
     perform  Delivery-Open-Input.
     if       fs-reply not = zero
              go to dd900-End.
*>
 dd010-Read.
     perform  Delivery-Read-Next.
     if       fs-reply not = zero
              go to dd800-Close.
     move     space to WS-Want-Type.
     move     WS-Deliv-Sales-Key to WS-Want-Code.
     perform  zz425-Code-Hit.
     if       WS-Hit = "N"
              move Deliv-Name to WS-Hay
              perform zz400-Term-Hit.
     if       WS-Hit = "N"
              move Deliv-Address to WS-Hay
              perform zz400-Term-Hit.
     if       WS-Hit = "N"
              go to dd010-Read.
*>
     move     6 to WS-Rec-Lines.
     move     spaces to WS-Rec-Title.
     move     WS-Deliv-Addr-Seq to WS-Seq-Ed.
     if       Deliv-Key-Notes
              string "Account " WS-Deliv-Sales-Key " notes"
                         delimited by size into WS-Rec-Title
     else
              string "Account " WS-Deliv-Sales-Key " delivery address " WS-Seq-Ed
                         delimited by size into WS-Rec-Title.
     perform  zz340-Record-Start.
     if       Deliv-Key-Notes
              move "Notes"     to lf-label
              move Deliv-Addr1 to lf-value
              perform zz350-Field
              move " "         to lf-label
              move Deliv-Addr2 to lf-value
              perform zz350-Field
              go to dd010-Read.
     move     "Name"           to lf-label.
     move     Deliv-Name       to lf-value.
     perform  zz350-Field.
     move     Deliv-Addr1      to WS-Addr.
     move     "Address"        to lf-label.
     perform  zz360-Address.
     move     Deliv-Addr2      to WS-Addr.
     move     " "              to lf-label.
     perform  zz360-Address.
     go       to dd010-Read.
*>
 dd800-Close.
     perform  Delivery-Close.
*>
 dd900-End.
     perform  zz330-Section-End.
*>
 dd999-exit.
     exit     section.
*>
 de000-Diary             section.
*>==============================
*>
     move     5 to WS-Sx.
     perform  zz320-Section-Start.
     open     input Cr-Diary-File.
     if       fs-reply not = zero
              go to de900-End.
*>
 de010-Read.
     read     Cr-Diary-File next record at end
              go to de800-Close.
     move     "C" to WS-Want-Type.
     move     CRD-Customer to WS-Want-Code.
     perform  zz425-Code-Hit.
     if       WS-Hit = "N"
              move CRD-Text to WS-Hay
              perform zz400-Term-Hit.
     if       WS-Hit = "N"
              go to de010-Read.
*>
     move     8 to WS-Rec-Lines.
     move     spaces to WS-Rec-Title.
     string   "Customer " CRD-Customer " diary entry " CRD-Seq
                         delimited by size into WS-Rec-Title.
     perform  zz340-Record-Start.
     move     "Entered"        to lf-label.
     move     CRD-Entered      to u-bin.
     perform  zz380-Show-Bin.
     perform  zz350-Field.
     move     "Type"           to lf-label.
     if       CRD-Promise
              move "Promise to pay" to lf-value
     else
              move "Note"      to lf-value.
     perform  zz350-Field.
     move     "Text"           to lf-label.
     move     CRD-Text         to lf-value.
     perform  zz350-Field.
     if       CRD-Promise
              move "Promised for / amount" to lf-label
              move CRD-Promise-Date to u-bin
              perform zz380-Show-Bin
              move CRD-Promise-Amt to WS-Amount-Ed
              move spaces to lf-value
              string ws-date " / " WS-Amount-Ed delimited by size into lf-value
              perform zz350-Field.
     move     "Next action"    to lf-label.
     move     CRD-Next-Action  to u-bin.
     perform  zz380-Show-Bin.
     perform  zz350-Field.
     move     "Status"         to lf-label.
     evaluate true
       when   CRD-Kept
              move "Kept"      to lf-value
       when   CRD-Broken
              move "Broken"    to lf-value
       when   other
              move "Open"      to lf-value
     end-evaluate
     perform  zz350-Field.
     go       to de010-Read.
*>
 de800-Close.
     close    Cr-Diary-File.
*>
 de900-End.
     perform  zz330-Section-End.
*>
 de999-exit.
     exit     section.
*>
 df000-Mandates          section.
*>==============================
*>
     move     6 to WS-Sx.
     perform  zz320-Section-Start.
     open     input DD-Mandate-File.
     if       fs-reply not = zero
              go to df900-End.
*>
 df010-Read.
     read     DD-Mandate-File next record at end
              go to df800-Close.
     move     "C" to WS-Want-Type.
     move     Mand-Customer to WS-Want-Code.
     perform  zz425-Code-Hit.
     if       WS-Hit = "N"
              go to df010-Read.
*>
     move     6 to WS-Rec-Lines.
     move     spaces to WS-Rec-Title.
     string   "Customer " Mand-Customer " mandate " Mand-Reference
                         delimited by size into WS-Rec-Title.
     perform  zz340-Record-Start.
     move     "Bank sort code / a/c" to lf-label.
     move     spaces           to lf-value.
     string   Mand-Sort-Code " / " Mand-Account-No delimited by size into lf-value.
     perform  zz350-Field.
     move     "Reference"      to lf-label.
     move     Mand-Reference   to lf-value.
     perform  zz350-Field.
     move     "Set up"         to lf-label.
     move     Mand-Setup-Date  to u-bin.
     perform  zz380-Show-Bin.
     perform  zz350-Field.
     move     "Status"         to lf-label.
     if       Mandate-Active
              move "Active"    to lf-value
     else
              move "Suspended" to lf-value.
     perform  zz350-Field.
     go       to df010-Read.
*>
 df800-Close.
     close    DD-Mandate-File.
*>
 df900-End.
     perform  zz330-Section-End.
*>
 df999-exit.
     exit     section.
*>
 dg000-Pending-Bank      section.
*>==============================
*>
     move     7 to WS-Sx.
     perform  zz320-Section-Start.
     open     input Pend-Bank-File.
     if       fs-reply not = zero
              go to dg900-End.
*>
 dg010-Read.
     read     Pend-Bank-File next record at end
              go to dg800-Close.
     move     "S" to WS-Want-Type.
     move     PB2-Supplier to WS-Want-Code.
     perform  zz425-Code-Hit.
     if       WS-Hit = "N"
              go to dg010-Read.
*>
     move     6 to WS-Rec-Lines.
     move     spaces to WS-Rec-Title.
     string   "Supplier " PB2-Supplier " bank change awaiting confirmation"
                         delimited by size into WS-Rec-Title.
     perform  zz340-Record-Start.
     move     "Old sort code / a/c" to lf-label.
     move     spaces           to lf-value.
     string   PB2-Old-Sort " / " PB2-Old-Acct delimited by size into lf-value.
     perform  zz350-Field.
     move     "New sort code / a/c" to lf-label.
     move     spaces           to lf-value.
     string   PB2-New-Sort " / " PB2-New-Acct delimited by size into lf-value.
     perform  zz350-Field.
     move     "Asked for by"   to lf-label.
     move     PB2-Req-By       to lf-value.
     perform  zz350-Field.
     move     "Asked for on"   to lf-label.
     move     PB2-Req-Date     to WS-Date-8.
     perform  zz390-Show-8.
     move     ws-date          to lf-value.
     perform  zz350-Field.
     go       to dg010-Read.
*>
 dg800-Close.
     close    Pend-Bank-File.
*>
 dg900-End.
     perform  zz330-Section-End.
*>
 dg999-exit.
     exit     section.
*>
 dh000-Mail-Queue        section.
*>==============================
*>
*>  No account code on the queue, so by the e-mail addresses and
*>   names gathered so far in who it went to and the merge values.
*>
     move     8 to WS-Sx.
     perform  zz320-Section-Start.
     if       WS-Term-Cnt = zero
              go to dh900-End.
     open     input Mail-Queue-File.
     if       fs-reply not = zero
              go to dh900-End.
*>
 dh010-Read.
     read     Mail-Queue-File next record at end
              go to dh800-Close.
     move     Mq-To to WS-Hay.
     perform  zz400-Term-Hit.
     if       WS-Hit = "N"
              move Mq-Merge-1 to WS-Hay
              perform zz400-Term-Hit.
     if       WS-Hit = "N"
              move Mq-Merge-2 to WS-Hay
              perform zz400-Term-Hit.
     if       WS-Hit = "N"
              move Mq-Merge-3 to WS-Hay
              perform zz400-Term-Hit.
     if       WS-Hit = "N"
              go to dh010-Read.
*>
     move     11 to WS-Rec-Lines.
     move     spaces to WS-Rec-Title.
     move     Mq-Seq-No to WS-Num-Ed.
     string   "Mail queue entry " WS-Num-Ed " template " Mq-Template-Code
                         delimited by size into WS-Rec-Title.
     perform  zz340-Record-Start.
     move     "Queued"         to lf-label.
     move     Mq-Queued-Date   to WS-Date-8.
     perform  zz390-Show-8.
     move     Mq-Queued-Time   to WS-Date-8.
     move     WS-Date-8 (1:6)  to WS-Time-6.
     move     WS-Time-6        to WS-Time-Ed.
     inspect  WS-Time-Ed replacing all " " by ":".
     move     spaces           to lf-value.
     string   ws-date " " WS-Time-Ed delimited by size into lf-value.
     perform  zz350-Field.
     move     "To"             to lf-label.
     move     Mq-To            to lf-value.
     perform  zz350-Field.
     move     "From"           to lf-label.
     move     Mq-From          to lf-value.
     perform  zz350-Field.
     move     "Merge values"   to lf-label.
     move     Mq-Merge-1       to lf-value.
     perform  zz350-Field.
     move     " "              to lf-label.
     move     Mq-Merge-2       to lf-value.
     perform  zz350-Field.
     move     " "              to lf-label.
     move     Mq-Merge-3       to lf-value.
     perform  zz350-Field.
     move     "Attachment"     to lf-label.
     move     Mq-Attachment    to lf-value.
     perform  zz350-Field.
     move     "Status"         to lf-label.
     evaluate true
       when   Mq-Sent
              move Mq-Sent-Date to WS-Date-8
              perform zz390-Show-8
              move spaces to lf-value
              string "Sent " ws-date delimited by size into lf-value
       when   Mq-Failed
              move "Failed, not sent" to lf-value
       when   other
              move "Queued, not yet sent" to lf-value
     end-evaluate
     perform  zz350-Field.
     go       to dh010-Read.
*>
 dh800-Close.
     close    Mail-Queue-File.
*>
 dh900-End.
     perform  zz330-Section-End.
*>
 dh999-exit.
     exit     section.
*>
 di000-MD-Audit          section.
*>==============================
*>
*>  Changes to the accounts found, or where the value before or
*>   after holds a name or e-mail address gathered.
*>
     move     9 to WS-Sx.
     perform  zz320-Section-Start.
     open     input MD-Audit-File.
     if       MD-FS not = "00"
              go to di900-End.
*>
 di010-Read.
     read     MD-Audit-File next record at end
              go to di800-Close.
     move     "N" to WS-Hit.
     move     MD-Rec-Key (1:7) to WS-Want-Code.
     if       MD-File = "SL"
              move "C" to WS-Want-Type
              perform zz425-Code-Hit.
     if       MD-File = "PL"
              move "S" to WS-Want-Type
              perform zz425-Code-Hit.
     if       WS-Hit = "N"
              move MD-Before to WS-Hay
              perform zz400-Term-Hit.
     if       WS-Hit = "N"
              move MD-After to WS-Hay
              perform zz400-Term-Hit.
     if       WS-Hit = "N"
              go to di010-Read.
*>
     move     8 to WS-Rec-Lines.
     move     spaces to WS-Rec-Title.
     string   MD-File " " MD-Rec-Key " " MD-Field
                         delimited by size into WS-Rec-Title.
     perform  zz340-Record-Start.
     move     "Changed"        to lf-label.
     move     MD-Stamp (1:8)   to WS-Date-8.
     perform  zz390-Show-8.
     move     MD-Stamp (9:6)   to WS-Time-6.
     move     WS-Time-6        to WS-Time-Ed.
     inspect  WS-Time-Ed replacing all " " by ":".
     move     spaces           to lf-value.
     string   ws-date " " WS-Time-Ed " by " MD-User " in " MD-Prog
                         delimited by size into lf-value.
     perform  zz350-Field.
     move     "Action"         to lf-label.
     evaluate MD-Action
       when   "A"
              move "Added"     to lf-value
       when   "D"
              move "Deleted"   to lf-value
       when   other
              move "Changed"   to lf-value
     end-evaluate
     perform  zz350-Field.
     move     "Before"         to lf-label.
     move     MD-Before        to lf-value.
     perform  zz350-Field.
     move     "After"          to lf-label.
     move     MD-After         to lf-value.
     perform  zz350-Field.
     go       to di010-Read.
*>
 di800-Close.
     close    MD-Audit-File.
*>
 di900-End.
     perform  zz330-Section-End.
*>
 di999-exit.
     exit     section.
*>
 ea000-Cover             section.
*>==============================
*>
*>  Page one - the request and the index, pages from the counting
*>   pass.
*>
     move     zero to page-nos.
     move     zero to WS-Sx.
     perform  zz310-Page-Heading.
     move     "Subject access request pack" to WS-Print-Line.
     move     2 to WS-Adv.
     perform  zz300-Print-Line.
     move     1 to WS-Adv.
     move     "Request number" to lf-label.
     move     WS-SAR-No        to lf-value.
     perform  zz350-Field.
     move     "Request is by"  to lf-label.
     evaluate true
       when   WS-By-Customer
              move "Customer code" to lf-value
       when   WS-By-Supplier
              move "Supplier code" to lf-value
       when   other
              move "Name or e-mail address" to lf-value
     end-evaluate
     perform  zz350-Field.
     move     "Looked for"     to lf-label.
     move     WS-Subject       to lf-value.
     perform  zz350-Field.
     move     "Requested by"   to lf-label.
     move     WS-Requester     to lf-value.
     perform  zz350-Field.
     move     "Received"       to lf-label.
     move     WS-Received-8    to WS-Date-8.
     perform  zz390-Show-8.
     move     ws-date          to lf-value.
     perform  zz350-Field.
     move     "Due by"         to lf-label.
     move     WS-Due-8         to WS-Date-8.
     perform  zz390-Show-8.
     move     ws-date          to lf-value.
     perform  zz350-Field.
     move     "Produced"       to lf-label.
     move     WS-Today-8       to WS-Date-8.
     perform  zz390-Show-8.
     move     WS-Time (1:6)    to WS-Time-6.
     move     WS-Time-6        to WS-Time-Ed.
     inspect  WS-Time-Ed replacing all " " by ":".
     move     spaces           to lf-value.
     string   ws-date " " WS-Time-Ed " by " usera
                         delimited by size into lf-value.
     perform  zz350-Field.
     move     "Records"        to lf-label.
     move     WS-Total-Recs    to WS-Num-Ed.
     move     WS-Num-Ed        to lf-value.
     perform  zz350-Field.
     move     "Pages"          to lf-label.
     move     WS-Total-Pages   to WS-Num-Ed.
     move     WS-Num-Ed        to lf-value.
     perform  zz350-Field.
     move     "Index                                 Source        Records    Page"
                               to WS-Print-Line.
     move     2 to WS-Adv.
     perform  zz300-Print-Line.
     move     spaces to WS-Print-Line.
     move     1 to WS-Adv.
     perform  zz300-Print-Line.
     move     zero to WS-Cx.
*>
 ea010-Index.
     add      1 to WS-Cx.
     if       WS-Cx > 9
              go to ea020-Notes.
     move     spaces to line-x.
     move     WS-SN-Name (WS-Cx)   to lx-name.
     move     WS-SN-Source (WS-Cx) to lx-source.
     move     WS-SC-Count (WS-Cx)  to lx-count.
     move     WS-SC-Page (WS-Cx)   to lx-page.
     move     line-x to WS-Print-Line.
     perform  zz300-Print-Line.
     go       to ea010-Index.
*>
 ea020-Notes.
     move     "Records are shown as held on file when the pack was produced."
                               to WS-Print-Line.
     move     2 to WS-Adv.
     perform  zz300-Print-Line.
     move     1 to WS-Adv.
*>
 ea999-exit.
     exit     section.
*>
 fa000-Next-Number       section.
*>==============================
*>
*>  Request number from the control record, made on first use.
*>
     open     i-o SAR-Log-File.
     if       fs-reply not = zero
              open  output SAR-Log-File
              close SAR-Log-File
              open  i-o    SAR-Log-File.
     move     "Y"  to WS-Ctl-Found.
     move     zero to SAR-No.
     read     SAR-Log-File record
              invalid key
              move "N" to WS-Ctl-Found.
     if       WS-Ctl-Found = "N"
              move spaces to SAR-Control-Data
              move zero   to SAR-No SARC-Last-No.
     add      1 to SARC-Last-No.
     move     SARC-Last-No to WS-SAR-No.
     if       WS-Ctl-Found = "N"
              write SAR-Log-Record
     else
              rewrite SAR-Log-Record.
     close    SAR-Log-File.
*>
 fa999-exit.
     exit     section.
*>
 fb000-Log-Request       section.
*>==============================
*>
     open     i-o SAR-Log-File.
     move     spaces         to SAR-Data.
     move     WS-SAR-No      to SAR-No.
     move     WS-Mode        to SAR-Type.
     move     WS-Subject     to SAR-Subject.
     move     WS-Requester   to SAR-Requester.
     move     WS-Received-8  to SAR-Received.
     move     WS-Due-8       to SAR-Due.
     move     WS-Today-8     to SAR-Fulfilled.
     move     WS-Time (1:6)  to SAR-Time.
     move     usera          to SAR-User.
     move     WS-Total-Recs  to SAR-Records.
     move     WS-Total-Pages to SAR-Pages.
     write    SAR-Log-Record
              invalid key
              rewrite SAR-Log-Record.
     close    SAR-Log-File.
*>
 fb999-exit.
     exit     section.
*>
 ga000-List-Log          section.
*>==============================
*>
*>  Every request logged, flagged where it went past its due date.
*>
     open     input SAR-Log-File.
     if       fs-reply not = zero
              display XL253 at 2301 with foreground-color 4 highlight
              accept ws-reply at 2330
              go to ga999-exit.
     open     output print-file.
     move     zero to page-nos.
     perform  gb000-Log-Heading.
*>
 ga010-Read.
     read     SAR-Log-File next record at end
              go to ga900-Close.
     if       SAR-No = zero
              go to ga010-Read.
     if       line-cnt > Page-Lines
              perform gb000-Log-Heading.
     move     spaces         to line-l2.
     move     SAR-No         to l2-no.
     move     SAR-Type       to l2-type.
     move     SAR-Subject    to l2-subject.
     move     SAR-Requester  to l2-requester.
     move     SAR-Received   to WS-Date-8.
     perform  zz390-Show-8.
     move     ws-date        to l2-received.
     move     SAR-Due        to WS-Date-8.
     perform  zz390-Show-8.
     move     ws-date        to l2-due.
     move     SAR-Fulfilled  to WS-Date-8.
     perform  zz390-Show-8.
     move     ws-date        to l2-fulfilled.
     move     SAR-Time       to WS-Time-Ed.
     inspect  WS-Time-Ed replacing all " " by ":".
     move     WS-Time-Ed     to l2-time.
     move     SAR-User       to l2-user.
     move     SAR-Records    to l2-records.
     move     SAR-Pages      to l2-pages.
     if       SAR-Fulfilled > SAR-Due
              move "Late" to l2-late.
     write    print-record from line-l2 after 1.
     add      1 to line-cnt.
     go       to ga010-Read.
*>
 ga900-Close.
     close    SAR-Log-File
              print-file.
     call     "SYSTEM" using Print-Report.
*>
 ga999-exit.
     exit     section.
*>
 gb000-Log-Heading       section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     move     "Subject Access Request Log" to l1-title.
     move     spaces to l1-sar.
     write    print-record from line-1 after page.
     write    print-record from line-l1 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     4 to line-cnt.
*>
 gb999-exit.
     exit     section.
*>
 zz300-Print-Line        section.
*>==============================
*>
*>  WS-Print-Line after WS-Adv lines, a new page when it will not
*>   fit.  Only counted on the first pass.
*>
     if       line-cnt + WS-Adv > Page-Lines
              perform zz310-Page-Heading.
     if       WS-Printing = "Y"
              write print-record from WS-Print-Line after WS-Adv.
     add      WS-Adv to line-cnt.
     move     spaces to WS-Print-Line.
*>
 zz300-exit.
     exit     section.
*>
 zz310-Page-Heading      section.
*>==============================
*>
     add      1 to page-nos.
     move     3 to line-cnt.
     if       WS-Printing not = "Y"
              go to zz310-exit.
     move     page-nos to l1-page.
     move     usera to l1-user.
     move     "Subject Access Request Pack" to l1-title.
     move     spaces to l1-sar.
     string   "Request " WS-SAR-No delimited by size into l1-sar.
     move     spaces to l1b-subject.
     evaluate true
       when   WS-By-Customer
              string "Customer " WS-Subject delimited by size into l1b-subject
       when   WS-By-Supplier
              string "Supplier " WS-Subject delimited by size into l1b-subject
       when   other
              move WS-Subject to l1b-subject
     end-evaluate
     write    print-record from line-1 after page.
     write    print-record from line-1b after 1.
     move     spaces to print-record.
     write    print-record after 1.
*>
 zz310-exit.
     exit     section.
*>
 zz320-Section-Start     section.
*>==============================
*>
*>  Each section on a new page, WS-Sx set by the caller.
*>
     perform  zz310-Page-Heading.
     if       WS-Printing not = "Y"
              move page-nos to WS-SC-Page (WS-Sx).
     move     zero to WS-Rec-No.
     move     spaces to WS-Print-Line.
     string   WS-SN-Name (WS-Sx)   delimited by "  "
              " ("                 delimited by size
              WS-SN-Source (WS-Sx) delimited by "  "
              ")"                  delimited by size into WS-Print-Line.
     move     1 to WS-Adv.
     perform  zz300-Print-Line.
     move     all "-" to WS-Print-Line (1:32).
     perform  zz300-Print-Line.
*>
 zz320-exit.
     exit     section.
*>
 zz330-Section-End       section.
*>==============================
*>
     if       WS-Rec-No = zero
              move "No records held." to WS-Print-Line
              move 2 to WS-Adv
              perform zz300-Print-Line
              move 1 to WS-Adv.
*>
 zz330-exit.
     exit     section.
*>
 zz340-Record-Start      section.
*>==============================
*>
*>  Keeps a record's WS-Rec-Lines together on one page.
*>
     if       line-cnt + WS-Rec-Lines > Page-Lines
              perform zz310-Page-Heading.
     add      1 to WS-Rec-No.
     if       WS-Printing not = "Y"
              add 1 to WS-SC-Count (WS-Sx)
                       WS-Total-Recs.
     move     WS-Rec-No   to lr-no.
     move     WS-Rec-Title to lr-title.
     move     line-r to WS-Print-Line.
     move     2 to WS-Adv.
     perform  zz300-Print-Line.
     move     1 to WS-Adv.
*>
 zz340-exit.
     exit     section.
*>
 zz350-Field             section.
*>==============================
*>
     move     line-f to WS-Print-Line.
     move     1 to WS-Adv.
     perform  zz300-Print-Line.
     move     spaces to lf-label lf-value.
*>
 zz350-exit.
     exit     section.
*>
 zz360-Address           section.
*>==============================
*>
*>  WS-Addr with the address line delimiters shown as commas.
*>
     inspect  WS-Addr replacing all SL-Delim by ",".
     move     WS-Addr to lf-value.
     perform  zz350-Field.
*>
 zz360-exit.
     exit     section.
*>
 zz380-Show-Bin          section.
*>==============================
*>
*>  u-bin to ws-date and lf-value, blank when no date.
*>
     move     spaces to ws-date.
     if       u-bin not = zero
              perform zz060-Convert-Date.
     move     ws-date to lf-value.
*>
 zz380-exit.
     exit     section.
*>
 zz390-Show-8            section.
*>==============================
*>
*>  WS-Date-8 (ccyymmdd) to ws-date, blank when no date.
*>
     move     spaces to ws-date.
     if       WS-Date-8 = zero
              go to zz390-exit.
     perform  zz050-Date-8-To-Bin.
     if       u-bin not = zero
              perform zz060-Convert-Date.
*>
 zz390-exit.
     exit     section.
*>
 zz400-Term-Hit          section.
*>==============================
*>
*>  WS-Hit = Y when WS-Hay holds any of the names or e-mail
*>   addresses gathered, case ignored.
*>
     move     "N" to WS-Hit.
     inspect  WS-Hay converting "abcdefghijklmnopqrstuvwxyz"
                             to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
     move     zero to WS-Tx.
*>
 zz400-Look.
     add      1 to WS-Tx.
     if       WS-Tx > WS-Term-Cnt
              go to zz400-exit.
     move     zero to WS-Tally.
     inspect  WS-Hay tallying WS-Tally
              for all WS-TM-Text (WS-Tx) (1:WS-TM-Len (WS-Tx)).
     if       WS-Tally = zero
              go to zz400-Look.
     move     "Y" to WS-Hit.
*>
 zz400-exit.
     exit     section.
*>
 zz410-Term-Length       section.
*>==============================
*>
*>  WS-New-Len = length of WS-New-Term without trailing spaces.
*>
     move     64 to WS-New-Len.
*>
 zz410-Back.
     if       WS-New-Len = zero
              go to zz410-exit.
     if       WS-New-Term (WS-New-Len:1) = space
              subtract 1 from WS-New-Len
              go to zz410-Back.
*>
 zz410-exit.
     exit     section.
*>
 zz420-Add-Code          section.
*>==============================
*>
*>  WS-Want-Type / WS-Want-Code to the accounts found, once.
*>
     perform  zz425-Code-Hit.
     if       WS-Hit = "Y"
           or WS-Code-Cnt not < 50
              go to zz420-exit.
     add      1 to WS-Code-Cnt.
     move     WS-Want-Type to WS-CD-Type (WS-Code-Cnt).
     move     WS-Want-Code to WS-CD-Code (WS-Code-Cnt).
*>
 zz420-exit.
     exit     section.
*>
 zz425-Code-Hit          section.
*>==============================
*>
*>  WS-Hit = Y when WS-Want-Code is an account found, of type
*>   WS-Want-Type or either type when that is space.
*>
     move     "N" to WS-Hit.
     move     zero to WS-Cx.
*>
 zz425-Look.
     add      1 to WS-Cx.
     if       WS-Cx > WS-Code-Cnt
              go to zz425-exit.
     if       WS-CD-Code (WS-Cx) not = WS-Want-Code
              go to zz425-Look.
     if       WS-Want-Type not = space
        and   WS-CD-Type (WS-Cx) not = WS-Want-Type
              go to zz425-Look.
     move     "Y" to WS-Hit.
*>
 zz425-exit.
     exit     section.
*>
 zz430-Add-Term          section.
*>==============================
*>
*>  WS-New-Term to the names and e-mail addresses looked for, upper
*>   cased and once, ignoring anything under 3 characters.
*>
     inspect  WS-New-Term converting "abcdefghijklmnopqrstuvwxyz"
                                  to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
     perform  zz410-Term-Length.
     if       WS-New-Len < 3
           or WS-Term-Cnt not < 60
              go to zz430-exit.
     move     zero to WS-Tx.
*>
 zz430-Look.
     add      1 to WS-Tx.
     if       WS-Tx > WS-Term-Cnt
              go to zz430-Add.
     if       WS-TM-Text (WS-Tx) = WS-New-Term
              go to zz430-exit.
     go       to zz430-Look.
*>
 zz430-Add.
     add      1 to WS-Term-Cnt.
     move     WS-New-Term to WS-TM-Text (WS-Term-Cnt).
     move     WS-New-Len  to WS-TM-Len  (WS-Term-Cnt).
*>
 zz430-exit.
     exit     section.
*>
 zz500-Due-Date          section.
*>==============================
*>
*>  One calendar month after WS-Received-8, back to the month end
*>   where the day does not exist (31/01 to 28 or 29/02).
*>
     move     WS-Received-8 to WS-Due-8.
     add      1 to WS-Due-Month.
     if       WS-Due-Month > 12
              move 1 to WS-Due-Month
              add  1 to WS-Due-Year.
*>
 zz500-Check.
     move     WS-Due-8 to WS-Date-8.
     perform  zz050-Date-8-To-Bin.
     if       u-bin = zero
        and   WS-Due-Day > 28
              subtract 1 from WS-Due-Day
              go to zz500-Check.
*>
 zz500-exit.
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
     move     spaces to u-date.
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
