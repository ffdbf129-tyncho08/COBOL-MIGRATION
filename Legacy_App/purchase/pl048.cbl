       >>source free
*>*********************************************
*>                                            *
*>   Purchase Order Revisions - Reissue,      *
*>     History & Supplier Confirmation        *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         pl048.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Works off the PO-Revision-File (fdporev.cob)
*>                        that pl030 writes each time an order already
*>                        issued to the supplier is amended.
*>                        Enquiry shows every revision of an order -
*>                        when amended, header and lines before and
*>                        after, when reissued - and the revision the
*>                        supplier last confirmed.  Confirmation records
*>                        the supplier's acceptance of a revision.
*>                        Reissue prints the order as it now stands as
*>                        "Revised", lines changed in the latest
*>                        revision marked with what they were, and
*>                        optionally e-mails it to the supplier
*>                        (template PORV, via mailq).
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04, mailq.
*>                        acas022 (Purchase).
*>                        acas026 (Purchase Order Folios).
*>**
*>    Error messages used.
*>                        PL003
*>                        PL258    Invalid date.
*>                        PL272    Order folio not found.
*>                        PL273    No revisions held for the order.
*>                        PL274    Revision not on file.
*>                        PL275    No e-mail address for supplier.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for purchase order revisions and reissue.
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
 copy "selporev.cob".
*>
*>  Supplier's copy of the revised order, attached to its mail.
*>
     select   PO-Copy-File assign WS-PO-Copy-Filename
                   organization  line sequential
                   status WS-PO-Copy-Status.
*>
 copy "selmailq.cob".
 copy "selprint.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdporev.cob".
*>
 fd  PO-Copy-File.
 01  PO-Copy-Record          pic x(96).
*>
 copy "fdmailq.cob".
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "PL048 (3.02.00)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wspl.cob".
 copy "wsfdpinv.cob".   *> replacing Invoice-Record by WS-PInvoice-Record.
 copy "plwspinv.cob".   *> Pinvoice-header / Pinvoice-Bodies.
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
*>     03  WS-PInvoice-Record     pic x.
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
     03  WS-PR-Status    pic 99           value zero.
     03  WS-PO-Copy-Status pic 99         value zero.
     03  WS-PO-Copy-Filename pic x(40)    value spaces.
     03  WS-Mail-Sent    pic 9            value zero.
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Folio        pic 9(8)         value zero.
     03  WS-Rev          pic 999          value zero.
     03  WS-Rev-In       pic 999          value zero.
     03  WS-Last-Rev     pic 999          value zero.
     03  WS-Has-Control  pic x            value "N".
     03  WS-How          pic x            value "P".
     03  WS-Conf-Ref     pic x(20)        value spaces.
     03  WS-Row          binary-short     value zero.
     03  WS-I            binary-short     value zero.
     03  WS-Gross        pic s9(8)v99     comp-3 value zero.
     03  WS-Vat-Tot      pic s9(8)v99     comp-3 value zero.
     03  WS-Disp-Amt     pic z(6)9.99-.
     03  WS-Disp-Amt2    pic z(6)9.99-.
     03  WS-Disp-Date    pic x(10)        value spaces.
     03  WS-Disp-Date2   pic x(10)        value spaces.
     03  WS-Screen-Line  pic x(80)        value spaces.
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
     03  PL258          pic x(18) value "PL258 Invalid date".
     03  PL272          pic x(27) value "PL272 Order folio not found".
     03  PL273          pic x(42) value "PL273 No revisions held for this order yet".
     03  PL274          pic x(29) value "PL274 Revision not on file".
     03  PL275          pic x(45) value "PL275 No e-mail address held for the supplier".
*>
*>  The revised order as printed, and copied line for line to the mail
*>   attachment.
*>
 01  WS-Doc-Line         pic x(96).
 01  doc-line-1.
     03  dl1-desc        pic x(25).
     03  dl1-qty         pic z(4)9b.
     03  dl1-unit        pic z(6)9.99b.
     03  dl1-net         pic z(6)9.99-.
     03  dl1-vat         pic z(6)9.99-.
     03  filler          pic xx.
     03  dl1-mark        pic x(30).
 01  doc-line-2.
     03  dl2-head        pic x(41).
     03  dl2-value       pic z(6)9.99-.
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
     move     to-day to u-date.
     move     zero   to u-bin.
     perform  maps04.
     move     u-bin  to WS-Today-Bin.
*>
     open     i-o PO-Revision-File.
     if       WS-PR-Status not = zero
              open  output PO-Revision-File
              close PO-Revision-File
              open  i-o    PO-Revision-File.
     perform  PInvoice-Open-Input.
     perform  Purch-Open-Input.
*>
 menu-return.
     move     space  to  menu-reply.
     perform  zz070-Convert-Date.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Purchase Order Revisions" at 0129 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Revision History Enquiry"               at 0811 with foreground-color 2.
     display  "(2)  Record Supplier Confirmation"           at 0911 with foreground-color 2.
     display  "(3)  Reissue Revised Order"                  at 1011 with foreground-color 2.
     display  "(X)  Return To Menu"                         at 1211 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Enquiry
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-Confirm
              go to menu-return.
     if       menu-reply = "3"
              perform  da000-Reissue
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    PO-Revision-File.
     perform  PInvoice-Close.
     perform  Purch-Close.
     if       WS-Mail-Sent = 1
              call "mailq" using ws-calling-data system-record
                                 to-day file-defs.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Enquiry           section.
*>==============================
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Revision History Enquiry" at 0129 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
*>
 ba010-Get-Folio.
     perform  zz080-Get-Folio.
     if       WS-Folio = zero
              go to ba999-exit.
     if       WS-Last-Rev = zero
              display PL273 at 2301 with foreground-color 4 highlight
              go to ba010-Get-Folio.
*>
     display  "Rev  Amended     Header  Lines  Net Before   Net After  Reissued"
                                 at 0901 with foreground-color 2.
     move     10 to WS-Row.
     move     spaces to PO-Revision-Record.
     move     WS-Folio to PR-Folio.
     move     1        to PR-Rev.
     move     zero     to PR-Line.
     start    PO-Revision-File key not less than PR-Key
              invalid key
              go to ba050-Which-Rev.
*>
 ba020-Read.
     read     PO-Revision-File next record
              at end go to ba050-Which-Rev.
     if       PR-Folio not = WS-Folio
              go to ba050-Which-Rev.
     if       PR-Line not = zero
              go to ba020-Read.
     if       WS-Row > 21
              display PL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              display " " at 1001 with erase eos
              move    10 to WS-Row.
     move     PRH-Amended to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to WS-Disp-Date.
     move     spaces  to WS-Disp-Date2.
     if       PRH-Issued not = zero
              move PRH-Issued to u-bin
              perform zz060-Convert-Date
              move ws-date to WS-Disp-Date2.
     move     PRH-B-Net to WS-Disp-Amt.
     move     PRH-A-Net to WS-Disp-Amt2.
     move     spaces to WS-Screen-Line.
     string   PR-Rev "  " WS-Disp-Date "    " PRH-Head-Changed "      "
              PRH-Lines-Changed "  " WS-Disp-Amt " " WS-Disp-Amt2 " "
              WS-Disp-Date2 " " PRH-Issued-How
              delimited by size into WS-Screen-Line.
     display  WS-Screen-Line at line WS-Row col 1 with foreground-color 3.
     add      1 to WS-Row.
     go       to ba020-Read.
*>
 ba050-Which-Rev.
     move     zero to WS-Rev-In.
     display  "Revision lines to show [   ]  (0 = done)" at 2301
                                 with foreground-color 2 erase eol.
     accept   WS-Rev-In at 2326 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Rev-In = zero
              go to ba999-exit.
     if       WS-Rev-In > WS-Last-Rev
              go to ba050-Which-Rev.
     perform  bb000-Show-Lines.
     go       to ba999-exit.
*>
 ba999-exit.
     exit     section.
*>
 bb000-Show-Lines        section.
*>==============================
*>
*>  Each line added (A), changed (C) or removed (D) by the revision,
*>   what it was and what it became.
*>
     display  " " at 0901 with erase eos.
     display  "Revision" at 0901 with foreground-color 2.
     display  WS-Rev-In  at 0910 with foreground-color 3.
     display  "Ln Chg  Was" at 1001 with foreground-color 2.
     display  "Now"         at 1043 with foreground-color 2.
     move     11 to WS-Row.
     move     spaces    to PO-Revision-Record.
     move     WS-Folio  to PR-Folio.
     move     WS-Rev-In to PR-Rev.
     move     1         to PR-Line.
     start    PO-Revision-File key not less than PR-Key
              invalid key
              go to bb900-End.
*>
 bb010-Read.
     read     PO-Revision-File next record
              at end go to bb900-End.
     if       PR-Folio not = WS-Folio
           or PR-Rev   not = WS-Rev-In
              go to bb900-End.
     if       WS-Row > 21
              display PL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              display " " at 1101 with erase eos
              move    11 to WS-Row.
     move     spaces to WS-Screen-Line.
     if       PRL-Added
              move zero to WS-Disp-Amt
     else
              move PRL-B-Net to WS-Disp-Amt.
     if       PRL-Removed
              move zero to WS-Disp-Amt2
     else
              move PRL-A-Net to WS-Disp-Amt2.
     string   PR-Line " " PRL-Change "    " PRL-B-Desc (1:18) " "
              WS-Disp-Amt "  " PRL-A-Desc (1:18) " " WS-Disp-Amt2
              delimited by size into WS-Screen-Line.
     display  WS-Screen-Line at line WS-Row col 1 with foreground-color 3.
     add      1 to WS-Row.
     go       to bb010-Read.
*>
 bb900-End.
     display  PL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 bb999-exit.
     exit     section.
*>
 ca000-Confirm           section.
*>==============================
*>
*>  Revision 0 is the order as first issued, so an order never amended
*>   can be confirmed too.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Record Supplier Confirmation" at 0127 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
*>
 ca010-Get-Folio.
     perform  zz080-Get-Folio.
     if       WS-Folio = zero
              go to ca999-exit.
*>
 ca020-Get-Rev.
     display  "Revision confirmed [   ]" at 1001 with foreground-color 2.
     move     WS-Last-Rev to WS-Rev-In.
     accept   WS-Rev-In at 1021 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ca010-Get-Folio.
     if       WS-Rev-In > WS-Last-Rev
              display PL274 at 2301 with foreground-color 4 highlight
              go to ca020-Get-Rev.
     display  " " at 2301 with erase eol.
*>
 ca030-Get-Date.
     display  "Date confirmed     [          ]" at 1101 with foreground-color 2.
     move     WS-Today-Bin to u-bin.
     perform  zz060-Convert-Date.
     accept   ws-date at 1121 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ca020-Get-Rev.
     move     ws-date to ws-Test-Date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              display PL258 at 2301 with foreground-color 4 highlight
              go to ca030-Get-Date.
     display  " " at 2301 with erase eol.
*>
     display  "Supplier's ref     [                    ]" at 1201 with foreground-color 2.
     move     spaces to WS-Conf-Ref.
     accept   WS-Conf-Ref at 1221 with foreground-color 3 update.
*>
     move     spaces   to PO-Revision-Record.
     move     WS-Folio to PR-Folio.
     move     zero     to PR-Rev PR-Line.
     read     PO-Revision-File
              invalid key
              move spaces to PR-Control-Data
              move zero   to PRC-Last-Rev
     end-read.
     move     "Y"         to PRC-Confirmed.
     move     WS-Rev-In   to PRC-Conf-Rev.
     move     u-bin       to PRC-Conf-Date.
     move     WS-Conf-Ref to PRC-Conf-Ref.
     write    PO-Revision-Record
              invalid key
              rewrite PO-Revision-Record
     end-write.
     display  "Confirmation recorded." at 1401 with foreground-color 2.
     display  PL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 ca999-exit.
     exit     section.
*>
 da000-Reissue           section.
*>==============================
*>
*>  Always the order as it stands, so always the latest revision - the
*>   lines it changed carry the marks.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Reissue Revised Order" at 0130 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
*>
 da010-Get-Folio.
     perform  zz080-Get-Folio.
     if       WS-Folio = zero
              go to da999-exit.
     if       WS-Last-Rev = zero
              display PL273 at 2301 with foreground-color 4 highlight
              go to da010-Get-Folio.
     move     WS-Last-Rev to WS-Rev.
*>
 da020-Get-How.
     display  "Print or E-mail to supplier (P/E) [P]" at 1001 with foreground-color 2.
     move     "P" to WS-How.
     accept   WS-How at 1036 with foreground-color 6 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to da010-Get-Folio.
     if       WS-How not = "P" and not = "E"
              go to da020-Get-How.
     if       WS-How = "E"
        and   Purch-Email = spaces
              display PL275 at 2301 with foreground-color 4 highlight
              go to da020-Get-How.
     display  " " at 2301 with erase eol.
*>
     perform  zz085-Read-Lines.
     open     output print-file.
     perform  ha000-Print-Document.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     if       WS-How = "E"
        and   WS-PO-Copy-Status = zero
              perform ja000-Queue-Mail.
*>
     move     spaces   to PO-Revision-Record.
     move     WS-Folio to PR-Folio.
     move     WS-Rev   to PR-Rev.
     move     zero     to PR-Line.
     read     PO-Revision-File
              invalid key
              go to da900-Done.
     move     WS-Today-Bin to PRH-Issued.
     move     WS-How       to PRH-Issued-How.
     rewrite  PO-Revision-Record
              invalid key continue
     end-rewrite.
*>
 da900-Done.
     display  "Revised order issued as revision" at 1401 with foreground-color 2.
     display  WS-Rev at 1434 with foreground-color 3.
     display  PL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 da999-exit.
     exit     section.
*>
 ha000-Print-Document    section.
*>==============================
*>
     move     spaces to WS-PO-Copy-Filename.
     string   "porev-" WS-Folio "-" WS-Rev ".txt" delimited by size
                                    into WS-PO-Copy-Filename.
     move     99 to WS-PO-Copy-Status.
     if       WS-How = "E"
              open output PO-Copy-File.
*>
     move     spaces to WS-Doc-Line.
     string   "PURCHASE ORDER  -  REVISED  -  REVISION " WS-Rev
              delimited by size into WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     spaces to WS-Doc-Line.
     string   "Issued by " Usera delimited by size into WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     spaces to WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     ih-date to u-bin.
     perform  zz060-Convert-Date.
     move     spaces to WS-Doc-Line.
     string   "Our Order No " WS-Folio "   Order Date " ws-date
              "   Our Ref " ih-ref delimited by size into WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     WS-Today-Bin to u-bin.
     perform  zz060-Convert-Date.
     move     spaces to WS-Doc-Line.
     string   "Revision issued " ws-date delimited by size into WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     spaces to WS-Doc-Line.
     string   "Supplier     " ih-supplier "  " Purch-Name
              delimited by size into WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     spaces to WS-Doc-Line.
     string   "             " Purch-Addr1 delimited by size into WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     spaces to WS-Doc-Line.
     string   "             " Purch-Addr2 delimited by size into WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     spaces to WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     "This revision replaces all earlier issues of this order - changes are marked *."
                                    to WS-Doc-Line.
     perform  hb000-Doc-Line.
*>
*>  Header changes in the revision.
*>
     move     spaces   to PO-Revision-Record.
     move     WS-Folio to PR-Folio.
     move     WS-Rev   to PR-Rev.
     move     zero     to PR-Line.
     read     PO-Revision-File
              invalid key
              move "N" to PRH-Head-Changed.
     if       PRH-Head-Changed = "Y"
        and   PRH-B-Date not = PRH-A-Date
              move PRH-B-Date to u-bin
              perform zz060-Convert-Date
              move spaces to WS-Doc-Line
              string "* Order date changed - was " ws-date
                     delimited by size into WS-Doc-Line
              perform hb000-Doc-Line.
     if       PRH-Head-Changed = "Y"
        and   PRH-B-Ref not = PRH-A-Ref
              move spaces to WS-Doc-Line
              string "* Our reference changed - was " PRH-B-Ref
                     delimited by size into WS-Doc-Line
              perform hb000-Doc-Line.
     if       PRH-Head-Changed = "Y"
        and   PRH-B-Carriage not = PRH-A-Carriage
              move PRH-B-Carriage to WS-Disp-Amt
              move spaces to WS-Doc-Line
              string "* Carriage changed - was " WS-Disp-Amt
                     delimited by size into WS-Doc-Line
              perform hb000-Doc-Line.
     move     spaces to WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     "Description                Qty       Unit        Net        VAT"
                                    to WS-Doc-Line.
     perform  hb000-Doc-Line.
     perform  ha010-Order-Line varying WS-I from 1 by 1
                               until WS-I > ih-lines.
*>
*>  Lines the revision took off the order, shown so the supplier can
*>   see what no longer stands.
*>
     perform  ha020-Removed-Line varying WS-I from 1 by 1
                                 until WS-I > 40.
*>
     move     spaces to WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     "Net" to dl2-head.
     move     ih-net to dl2-value.
     move     doc-line-2 to WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     "Carriage" to dl2-head.
     move     ih-carriage to dl2-value.
     move     doc-line-2 to WS-Doc-Line.
     perform  hb000-Doc-Line.
     add      ih-vat ih-c-vat giving WS-Vat-Tot.
     move     "VAT" to dl2-head.
     move     WS-Vat-Tot to dl2-value.
     move     doc-line-2 to WS-Doc-Line.
     perform  hb000-Doc-Line.
     add      ih-net ih-carriage WS-Vat-Tot giving WS-Gross.
     move     "Order total" to dl2-head.
     move     WS-Gross to dl2-value.
     move     doc-line-2 to WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     spaces to WS-Doc-Line.
     perform  hb000-Doc-Line.
     move     spaces to WS-Doc-Line.
     string   "Please confirm acceptance of revision " WS-Rev
              " quoting our order number." delimited by size
                                    into WS-Doc-Line.
     perform  hb000-Doc-Line.
     if       WS-PO-Copy-Status = zero
              close PO-Copy-File.
*>
 ha999-exit.
     exit     section.
*>
 ha010-Order-Line.
     move     spaces to doc-line-1.
     move     il-description (WS-I) to dl1-desc.
     move     il-qty (WS-I)  to dl1-qty.
     move     il-unit (WS-I) to dl1-unit.
     move     il-net (WS-I)  to dl1-net.
     move     il-vat (WS-I)  to dl1-vat.
     move     spaces   to PO-Revision-Record.
     move     WS-Folio to PR-Folio.
     move     WS-Rev   to PR-Rev.
     move     WS-I     to PR-Line.
     read     PO-Revision-File
              invalid key
              move space to PRL-Change
     end-read.
     if       PRL-Added
              move "* New line" to dl1-mark.
     if       PRL-Changed
              move "* Changed - was" to dl1-mark.
     move     doc-line-1 to WS-Doc-Line.
     perform  hb000-Doc-Line.
     if       PRL-Changed
              move spaces to doc-line-1
              move PRL-B-Desc to dl1-desc
              move PRL-B-Qty  to dl1-qty
              move PRL-B-Unit to dl1-unit
              move PRL-B-Net  to dl1-net
              move PRL-B-Vat  to dl1-vat
              move "  (previous issue)" to dl1-mark
              move doc-line-1 to WS-Doc-Line
              perform hb000-Doc-Line.
*>
 ha020-Removed-Line.
     move     spaces   to PO-Revision-Record.
     move     WS-Folio to PR-Folio.
     move     WS-Rev   to PR-Rev.
     move     WS-I     to PR-Line.
     read     PO-Revision-File
              invalid key
              move space to PRL-Change
     end-read.
     if       PRL-Removed
              move spaces to doc-line-1
              move PRL-B-Desc to dl1-desc
              move PRL-B-Qty  to dl1-qty
              move PRL-B-Unit to dl1-unit
              move PRL-B-Net  to dl1-net
              move PRL-B-Vat  to dl1-vat
              move "* Removed from the order" to dl1-mark
              move doc-line-1 to WS-Doc-Line
              perform hb000-Doc-Line.
*>
 hb000-Doc-Line          section.
*>==============================
*>
     write    print-record from WS-Doc-Line after 1.
     if       WS-PO-Copy-Status = zero
              move WS-Doc-Line to PO-Copy-Record
              write PO-Copy-Record.
*>
 hb999-exit.
     exit     section.
*>
 ja000-Queue-Mail        section.
*>==============================
*>
*>  Queued as pl960 does its remittances - mailq sends at menu exit.
*>
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
     move     "PORV"        to Mq-Template-Code.
     move     Purch-Email   to Mq-To.
     move     Company-Email to Mq-From.
     move     spaces        to Mq-Merge-1.
     string   "order " WS-Folio " revision " WS-Rev
              delimited by size into Mq-Merge-1.
     move     Usera         to Mq-Merge-2.
     move     spaces        to Mq-Merge-3.
     move     WS-PO-Copy-Filename to Mq-Attachment.
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
 zz080-Get-Folio         section.
*>==============================
*>
*>  Order folio keyed, its header and supplier read and its control
*>   record looked for - WS-Folio zero if none wanted.
*>
     display  " " at 0601 with erase eos.
     move     zero to WS-Folio WS-Last-Rev.
     display  "Order Folio [        ]" at 0601 with foreground-color 2.
*>
 zz080-Accept.
     accept   WS-Folio at 0614 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              move zero to WS-Folio.
     if       WS-Folio = zero
              go to zz080-Exit.
     move     WS-Folio to invoice-nos.
     move     zero     to item-nos.
     move     1 to File-Key-No.
     perform  PInvoice-Read-Indexed.
     if       fs-reply not = zero
              display PL272 at 2301 with foreground-color 4 highlight
              go to zz080-Accept.
     move     WS-Pinvoice-record to Pinvoice-header.
     display  " " at 2301 with erase eol.
     move     ih-supplier to WS-Purch-Key.
     move     1 to File-Key-No.
     perform  Purch-Read-Indexed.
     if       fs-reply not = zero
              move spaces to Purch-Name Purch-Email Purch-Address.
     display  ih-supplier at 0624 with foreground-color 3.
     display  Purch-Name  at 0632 with foreground-color 3.
     display  "Our Ref" at 0701 with foreground-color 2.
     display  ih-ref    at 0714 with foreground-color 3.
*>
     move     "N"      to WS-Has-Control.
     move     spaces   to PO-Revision-Record.
     move     WS-Folio to PR-Folio.
     move     zero     to PR-Rev PR-Line.
     read     PO-Revision-File
              invalid key
              display "Order as first issued - no revisions" at 0801
                                 with foreground-color 2
              go to zz080-Exit
     end-read.
     move     "Y"          to WS-Has-Control.
     move     PRC-Last-Rev to WS-Last-Rev.
     display  "Latest revision" at 0801 with foreground-color 2.
     display  WS-Last-Rev at 0817 with foreground-color 3.
     if       PRC-Has-Confirm
              move PRC-Conf-Date to u-bin
              perform zz060-Convert-Date
              display "Supplier confirmed revision" at 0824 with foreground-color 2
              display PRC-Conf-Rev at 0852 with foreground-color 3
              display ws-date      at 0856 with foreground-color 3
              display PRC-Conf-Ref at 0867 with foreground-color 3
     else
              display "Not confirmed by the supplier" at 0824 with foreground-color 2.
*>
 zz080-Exit.
     exit     section.
*>
 zz085-Read-Lines        section.
*>==============================
*>
     initialize Pinvoice-Bodies.
     perform  zz086-Read-Line varying WS-I from 1 by 1
                              until WS-I > ih-lines.
*>
 zz085-Exit.
     exit     section.
*>
 zz086-Read-Line.
     move     WS-Folio to invoice-nos.
     move     WS-I     to item-nos.
     move     1 to File-Key-No.
     perform  PInvoice-Read-Indexed.
     if       fs-reply = zero
              move WS-Pinvoice-record (1:75) to invoice-line (WS-I).
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
