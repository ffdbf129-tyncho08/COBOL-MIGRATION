       >>source free
*>*********************************************
*>                                            *
*>   Supplier Compliance Document Register    *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         pl045.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Compliance documents suppliers must hold -
*>                        public liability insurance, ISO or food
*>                        hygiene certificates and the like.  The
*>                        document types are set up once, each
*>                        supplier's documents are then recorded
*>                        with reference, issuer and expiry on the
*>                        Comply-File (fdcomply.cob).
*>                        The expiry run prints the documents lapsed
*>                        or falling due and queues a renewal warning
*>                        (CERT template) through the mail queue the
*>                        set number of days (30 unless changed)
*>                        before each expiry, once per expiry date -
*>                        to the supplier where they have an e-mail
*>                        address, else to our own so it is chased.
*>                        Once a mandatory document has lapsed pl020
*>                        refuses new orders and pl910 holds payments
*>                        for the supplier (check in pl046) until the
*>                        renewal is keyed here.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04, mailq.
*>                        acas022 (Purchase).
*>**
*>    Error messages used.
*>                        PL003
*>                        PL257    Supplier not found.
*>                        PL258    Invalid date.
*>                        PL267    Document type not set up.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for the supplier compliance register.
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
 copy "selcomply.cob".
 copy "selmailq.cob".
 copy "selprint.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdcomply.cob".
 copy "fdmailq.cob".
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "PL045 (3.02.00)".
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
     03  WS-CD-Status    pic 99           value zero.
     03  WS-Supp-In      pic x(7)         value spaces.
     03  WS-Doc-In       pic x(4)         value spaces.
     03  WS-Last-Supp    pic x(7)         value spaces.
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Days-Left    binary-long      value zero.
     03  WS-Warn-Days    pic 999          value 30.
     03  WS-Print-All    pic x            value "N".
     03  WS-Mail-Sent    pic 9            value zero.
     03  WS-Mail-To      pic x(30)        value spaces.
     03  WS-Doc-Count    pic 9(5)         value zero.
     03  WS-Due-Count    pic 9(5)         value zero.
     03  WS-Lapsed-Count pic 9(5)         value zero.
     03  WS-Warned-Count pic 9(5)         value zero.
     03  WS-I            binary-short     value zero.
*>
*>  Document types, loaded before the supplier documents are read on
*>   so the warning days and descriptions are to hand without losing
*>   the file position.
*>
 01  WS-DT-Count         binary-short     value zero.
 01  WS-DT-Table.
     03  WS-DT-Entry     occurs 100.
         05  WS-DT-Code      pic x(4).
         05  WS-DT-Desc      pic x(30).
         05  WS-DT-Warn      pic 999.
*>
*>  The record being keyed, laid out as CD-Type-Data / CD-Doc-Data.
*>
 01  WS-Type-Data.
     03  WS-CDT-Desc     pic x(30).
     03  WS-CDT-Mandatory pic x.
     03  WS-CDT-Warn-Days pic 999.
 01  WS-Doc-Data.
     03  WS-CDD-Ref      pic x(20).
     03  WS-CDD-Issuer   pic x(30).
     03  WS-CDD-Expiry   binary-long.
     03  WS-CDD-Mandatory pic x.
     03  WS-CDD-Warned-Expiry binary-long.
     03  WS-CDD-Warned-Date   binary-long.
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
     03  PL267          pic x(30) value "PL267 Document type not set up".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(44)       value "Supplier Compliance Documents".
     03  filler          pic x(32)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  filler          pic x(132)      value "Supplier Name                      Doc   Description" &
         "                    Reference            Expires    Mnd Status    Note".
*>
 01  line-3.
     03  l3-supp         pic x(9).
     03  l3-name         pic x(26).
     03  l3-doc          pic x(6).
     03  l3-desc         pic x(31).
     03  l3-ref          pic x(21).
     03  l3-expiry       pic x(11).
     03  l3-mand         pic x(4).
     03  l3-status       pic x(10).
     03  l3-note         pic x(14).
*>
 01  line-4.
     03  l4-head         pic x(40).
     03  l4-count        pic zzzz9.
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
     perform  zz070-Convert-Date.
     move     to-day to u-date.
     move     zero to u-bin.
     perform  maps04.
     move     u-bin to WS-Today-Bin.
*>
     open     i-o Comply-File.
     if       WS-CD-Status not = zero
              open  output Comply-File
              close Comply-File
              open  i-o    Comply-File.
*>
 menu-return.
     move     space  to  menu-reply.
     perform  zz070-Convert-Date.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Supplier Compliance Documents" at 0126 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Compliance Document Types"          at 0811 with foreground-color 2.
     display  "(2)  Supplier Documents Held"            at 0911 with foreground-color 2.
     display  "(3)  Expiry Report & Renewal Warnings"   at 1011 with foreground-color 2.
     display  "(X)  Return To Menu"                     at 1211 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Doc-Types
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-Supplier-Docs
              go to menu-return.
     if       menu-reply = "3"
              perform  da000-Expiry-Run
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    Comply-File.
     if       WS-Mail-Sent = 1
              call "mailq" using ws-calling-data system-record
                                 to-day file-defs.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Doc-Types         section.
*>==============================
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Compliance Document Types" at 0128 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
*>
 ba010-Get-Code.
     move     spaces to WS-Doc-In.
     display  "Document Code [    ]   (e.g. PLI, ISO, HYG)" at 0601 with foreground-color 2.
     accept   WS-Doc-In at 0616 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Doc-In = spaces
              go to ba999-exit.
*>
     move     spaces    to Comply-Record.
     move     "T"       to CD-Type.
     move     WS-Doc-In to CD-Doc-Code.
     read     Comply-File
              invalid key
              move spaces to CD-Type-Data
              move "Y"    to CDT-Mandatory
              move 30     to CDT-Warn-Days
     end-read.
     move     CD-Type-Data to WS-Type-Data.
*>
     display  "Description   [                              ]   (spaces removes it)"
                                 at 0801 with foreground-color 2.
     accept   WS-CDT-Desc at 0816 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     if       WS-CDT-Desc = spaces
              move spaces to Comply-Record
              move "T" to CD-Type
              move WS-Doc-In to CD-Doc-Code
              delete Comply-File record
                     invalid key continue
              end-delete
              go to ba090-Another.
*>
 ba020-Get-Mandatory.
     display  "Mandatory     [ ]   (Y = lapsed blocks orders and payments)"
                                 at 0901 with foreground-color 2.
     accept   WS-CDT-Mandatory at 0916 with foreground-color 3 update UPPER.
     if       WS-CDT-Mandatory not = "Y" and not = "N"
              go to ba020-Get-Mandatory.
*>
     display  "Warn Days     [   ]   (renewal warning before expiry)"
                                 at 1001 with foreground-color 2.
     accept   WS-CDT-Warn-Days at 1016 with foreground-color 3 update.
     if       WS-CDT-Warn-Days = zero
              move 30 to WS-CDT-Warn-Days.
*>
     move     spaces to Comply-Record.
     move     "T" to CD-Type.
     move     WS-Doc-In to CD-Doc-Code.
     move     WS-Type-Data to CD-Type-Data.
     write    Comply-Record
              invalid key
              rewrite Comply-Record
     end-write.
*>
 ba090-Another.
     display  "Saved - another (Y/N) ? [Y]" at 1201 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 1226 with foreground-color 6 update UPPER.
     if       ws-reply = "Y"
              display " " at 0601 with erase eos
              go to ba010-Get-Code.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Supplier-Docs     section.
*>==============================
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Supplier Documents Held" at 0129 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
*>
 ca010-Get-Supplier.
     move     spaces to WS-Supp-In.
     display  "Supplier      [       ]" at 0601 with foreground-color 2.
     accept   WS-Supp-In at 0616 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Supp-In = spaces
              go to ca999-exit.
     move     WS-Supp-In to WS-Purch-Key.
     move     1 to File-Key-No.
     perform  Purch-Open-Input.
     perform  Purch-Read-Indexed.
     perform  Purch-Close.
     if       fs-reply not = zero
              display PL257 at 2301 with foreground-color 4 highlight
              go to ca010-Get-Supplier.
     display  " " at 2301 with erase eol.
     display  Purch-Name at 0626 with foreground-color 3.
*>
 ca020-Get-Doc.
     display  " " at 0801 with erase eos.
     move     spaces to WS-Doc-In.
     display  "Document Code [    ]" at 0801 with foreground-color 2.
     accept   WS-Doc-In at 0816 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Doc-In = spaces
              display " " at 0601 with erase eos
              go to ca010-Get-Supplier.
     move     spaces    to Comply-Record.
     move     "T"       to CD-Type.
     move     WS-Doc-In to CD-Doc-Code.
     read     Comply-File
              invalid key
              display PL267 at 2301 with foreground-color 4 highlight
              go to ca020-Get-Doc
     end-read.
     display  " " at 2301 with erase eol.
     display  CDT-Desc at 0826 with foreground-color 3.
     move     CDT-Mandatory to WS-CDT-Mandatory.
*>
     move     spaces     to Comply-Record.
     move     "D"        to CD-Type.
     move     WS-Supp-In to CD-Supplier.
     move     WS-Doc-In  to CD-Doc-Code.
     read     Comply-File
              invalid key
              move spaces to CD-Doc-Data
              move zero   to CDD-Expiry CDD-Warned-Expiry CDD-Warned-Date
              move WS-CDT-Mandatory to CDD-Mandatory
     end-read.
     move     CD-Doc-Data to WS-Doc-Data.
*>
     display  "Reference     [                    ]   (spaces removes it)"
                                 at 1001 with foreground-color 2.
     accept   WS-CDD-Ref at 1016 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ca020-Get-Doc.
     if       WS-CDD-Ref = spaces
              move spaces to Comply-Record
              move "D" to CD-Type
              move WS-Supp-In to CD-Supplier
              move WS-Doc-In  to CD-Doc-Code
              delete Comply-File record
                     invalid key continue
              end-delete
              go to ca020-Get-Doc.
*>
     display  "Issuer        [                              ]"
                                 at 1101 with foreground-color 2.
     accept   WS-CDD-Issuer at 1116 with foreground-color 3 update.
*>
 ca030-Get-Expiry.
     display  "Expires       [          ]   (spaces = does not expire)"
                                 at 1201 with foreground-color 2.
     move     spaces to ws-date.
     if       WS-CDD-Expiry not = zero
              move WS-CDD-Expiry to u-bin
              perform zz060-Convert-Date.
     accept   ws-date at 1216 with foreground-color 3 update.
     if       ws-date = spaces
              move zero to WS-CDD-Expiry
              go to ca040-Get-Mandatory.
     move     ws-date to ws-Test-Date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              display PL258 at 2301 with foreground-color 4 highlight
              go to ca030-Get-Expiry.
     move     u-bin to WS-CDD-Expiry.
     display  " " at 2301 with erase eol.
*>
 ca040-Get-Mandatory.
     display  "Mandatory     [ ]   (Y = lapsed blocks orders and payments)"
                                 at 1301 with foreground-color 2.
     accept   WS-CDD-Mandatory at 1316 with foreground-color 3 update UPPER.
     if       WS-CDD-Mandatory not = "Y" and not = "N"
              go to ca040-Get-Mandatory.
*>
     move     spaces to Comply-Record.
     move     "D" to CD-Type.
     move     WS-Supp-In to CD-Supplier.
     move     WS-Doc-In  to CD-Doc-Code.
     move     WS-Doc-Data to CD-Doc-Data.
     write    Comply-Record
              invalid key
              rewrite Comply-Record
     end-write.
     display  "Saved." at 1501 with foreground-color 2.
     go       to ca020-Get-Doc.
*>
 ca999-exit.
     exit     section.
*>
 da000-Expiry-Run        section.
*>==============================
*>
*>  Supplier documents lapsed or inside their warning days, or all of
*>   them, printed by supplier.  Each one inside its warning days not
*>   yet warned of for this expiry has a CERT mail queued.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Compliance Expiry Report" at 0128 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
     display  "Print all documents held (Y/N) ? [N]   (N = lapsed and due only)"
                                 at 0601 with foreground-color 2.
     move     "N" to WS-Print-All.
     accept   WS-Print-All at 0635 with foreground-color 6 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to da999-exit.
     if       WS-Print-All not = "Y"
              move "N" to WS-Print-All.
*>
     perform  db000-Load-Types.
     move     zero to page-nos WS-Doc-Count WS-Due-Count
                      WS-Lapsed-Count WS-Warned-Count.
     move     99   to line-cnt.
     move     spaces to WS-Last-Supp.
     open     output print-file.
     perform  Purch-Open-Input.
     perform  zb000-Headings.
*>
     move     spaces to Comply-Record.
     move     "D" to CD-Type.
     start    Comply-File key not less than CD-Key
              invalid key
              go to da900-End
     end-start.
*>
 da010-Read.
     read     Comply-File next record
              at end go to da900-End.
     if       not CD-Supp-Doc
              go to da900-End.
     add      1 to WS-Doc-Count.
*>
     move     CD-Doc-Code to WS-Doc-In.
     perform  dc000-Find-Type.
     if       CDD-Expiry = zero
              move 99999 to WS-Days-Left
     else
              subtract WS-Today-Bin from CDD-Expiry giving WS-Days-Left.
*>
     move     spaces to line-3.
     evaluate true
         when CDD-Expiry = zero
              move "No expiry" to l3-status
         when WS-Days-Left < zero
              move "LAPSED" to l3-status
              add  1 to WS-Lapsed-Count
              if   CDD-Mandatory = "Y"
                   move "Orders/pay hld" to l3-note
              end-if
         when WS-Days-Left not > WS-Warn-Days
              move "Due" to l3-status
              add  1 to WS-Due-Count
         when other
              move "Current" to l3-status
     end-evaluate
     if       WS-Print-All not = "Y"
          and (CDD-Expiry = zero
            or WS-Days-Left > WS-Warn-Days)
              go to da010-Read.
*>
     if       CD-Supplier not = WS-Last-Supp
              move CD-Supplier to WS-Last-Supp WS-Purch-Key
              move 1 to File-Key-No
              perform Purch-Read-Indexed
              if   fs-reply not = zero
                   move spaces to Purch-Name Purch-Email
              end-if
     end-if
*>
     if       CDD-Expiry not = zero
          and WS-Days-Left not > WS-Warn-Days
          and CDD-Warned-Expiry not = CDD-Expiry
              perform ja000-Queue-Mail
              move CDD-Expiry   to CDD-Warned-Expiry
              move WS-Today-Bin to CDD-Warned-Date
              rewrite Comply-Record
                      invalid key continue
              end-rewrite
              add  1 to WS-Warned-Count
              if   l3-note = spaces
                   move "Warning mailed" to l3-note
              end-if
     end-if
*>
     move     CD-Supplier to l3-supp.
     move     Purch-Name  to l3-name.
     move     CD-Doc-Code to l3-doc.
     move     WS-DT-Desc (WS-I) to l3-desc.
     move     CDD-Ref     to l3-ref.
     if       CDD-Expiry not = zero
              move CDD-Expiry to u-bin
              perform zz060-Convert-Date
              move ws-date to l3-expiry.
     move     CDD-Mandatory to l3-mand.
     perform  zz200-Print-Line.
     go       to da010-Read.
*>
 da900-End.
     move     spaces to l4-head.
     move     "Documents held" to l4-head.
     move     WS-Doc-Count to l4-count.
     write    print-record from line-4 after 2.
     move     "Lapsed" to l4-head.
     move     WS-Lapsed-Count to l4-count.
     write    print-record from line-4 after 1.
     move     "Due within warning days" to l4-head.
     move     WS-Due-Count to l4-count.
     write    print-record from line-4 after 1.
     move     "Renewal warnings queued" to l4-head.
     move     WS-Warned-Count to l4-count.
     write    print-record from line-4 after 1.
     perform  Purch-Close.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Expiry report printed." at 2301 with foreground-color 2.
     display  PL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 da999-exit.
     exit     section.
*>
 db000-Load-Types        section.
*>==============================
*>
     move     zero to WS-DT-Count.
     move     spaces to Comply-Record.
     move     "T" to CD-Type.
     start    Comply-File key not less than CD-Key
              invalid key
              go to db999-exit
     end-start.
*>
 db010-Read.
     read     Comply-File next record
              at end go to db999-exit.
     if       not CD-Doc-Type
           or WS-DT-Count = 99                   *> one kept for dc000
              go to db999-exit.
     add      1 to WS-DT-Count.
     move     CD-Doc-Code   to WS-DT-Code (WS-DT-Count).
     move     CDT-Desc      to WS-DT-Desc (WS-DT-Count).
     move     CDT-Warn-Days to WS-DT-Warn (WS-DT-Count).
     go       to db010-Read.
*>
 db999-exit.
     exit     section.
*>
 dc000-Find-Type         section.
*>==============================
*>
*>  WS-Doc-In to its table entry WS-I and warning days - a type since
*>   removed takes the standard 30 days and no description.
*>
     move     1 to WS-I.
     perform  dc010-Test varying WS-I from 1 by 1
                         until WS-I > WS-DT-Count
                            or WS-DT-Code (WS-I) = WS-Doc-In.
     if       WS-I > WS-DT-Count
              if    WS-DT-Count < 100
                    add 1 to WS-DT-Count
              end-if
              move WS-DT-Count to WS-I
              move WS-Doc-In to WS-DT-Code (WS-I)
              move spaces   to WS-DT-Desc (WS-I)
              move 30       to WS-DT-Warn (WS-I).
     move     WS-DT-Warn (WS-I) to WS-Warn-Days.
*>
 dc999-exit.
     exit     section.
*>
 dc010-Test.
     continue.
*>
 ja000-Queue-Mail        section.
*>==============================
*>
*>  Queued as pl935 does its self-billed invoices - mailq sends at menu
*>   exit.  Supplier without an e-mail address goes to our own.
*>
     if       Purch-Email not = spaces
              move Purch-Email   to WS-Mail-To
     else
              move Company-Email to WS-Mail-To.
     if       WS-Mail-To = spaces
              go to ja999-exit.
     open     i-o Mail-Queue-File.
     if       Fs-Reply = 35
              open  output Mail-Queue-File
              close Mail-Queue-File
              open  i-o    Mail-Queue-File.
     move     high-values to Mq-Seq-No.
     start    Mail-Queue-File key is less than Mq-Seq-No
              invalid key move zero to Mq-Seq-No.
     if       Fs-Reply = zero
              read Mail-Queue-File next record
              at end move zero to Mq-Seq-No.
     add      1 to Mq-Seq-No.
     move     "CERT"        to Mq-Template-Code.
     move     WS-Mail-To    to Mq-To.
     move     Company-Email to Mq-From.
     move     CDD-Expiry    to u-bin.
     perform  zz060-Convert-Date.
     move     spaces        to Mq-Merge-1.
     if       WS-DT-Desc (WS-I) = spaces
              string CD-Doc-Code  delimited by space
                     " expires "  delimited by size
                     ws-date      delimited by size
                                  into Mq-Merge-1
     else
              string WS-DT-Desc (WS-I) delimited by "  "
                     " expires "  delimited by size
                     ws-date      delimited by size
                                  into Mq-Merge-1.
     move     spaces        to Mq-Merge-2.
     string   CD-Supplier   delimited by space
              " "           delimited by size
              Purch-Name    delimited by size
                            into Mq-Merge-2.
     move     CDD-Ref       to Mq-Merge-3.
     move     spaces        to Mq-Attachment.
     accept   Mq-Queued-Date from date YYYYMMDD.
     accept   Mq-Queued-Time from time.
     set      Mq-Queued     to true.
     move     zero          to Mq-Sent-Date.
     write    Mail-Queue-Record.
     close    Mail-Queue-File.
     move     1 to WS-Mail-Sent.
*>
 ja999-exit.
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
     move     spaces to print-record.
     write    print-record after 1.
     move     4 to line-cnt.
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
