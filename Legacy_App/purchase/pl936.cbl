       >>source free
*>*********************************************
*>                                            *
*>   Purchase Card Statements - Import,       *
*>     Coding, Approval & Posting             *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         pl936.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Buyers pay small suppliers on company purchase
*>                        cards and the provider's monthly statement
*>                        used to go in as one lump folio to a sundry
*>                        PA code.  Now the statement file
*>                        (PCARDSTMT.CSV - card ref, date, merchant,
*>                        gross amount) is imported to the PCard-File
*>                        (fdpcard.cob) and every transaction routed,
*>                        by card ref, to its cardholder.  Each
*>                        cardholder signs on and codes their own
*>                        lines - description, PA code (pl020 rules),
*>                        profit centre, job (gl099), VAT S/R/Z off the
*>                        Vat-Rate table and whether the receipt is
*>                        held.  The cardholder's manager, as set on
*>                        the card, signs on and approves or rejects
*>                        the cardholder's sheet as a whole - only
*>                        fully coded sheets can be approved.
*>                        Approved lines are raised as one normal
*>                        folio against the card provider, a folio
*>                        line for each PA / VAT / profit centre / job
*>                        combination (carried on the line text as the
*>                        folio line has no room for them), so pl050
*>                        proof, pl060 posting and the payment run
*>                        treat it like any other supplier invoice.
*>                        Should a statement need more than the 40
*>                        folio lines the rest follow on another folio.
*>                        Lines still uncoded or unapproved stay for a
*>                        later post.  The exceptions report lists
*>                        uncoded, unapproved and receipt-missing
*>                        transactions, and those on cards not yet set
*>                        up.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04, maps01, maps06, fhlock.
*>                        acas000 (System), acas015 (Analysis),
*>                        acas022 (Purchase), acas026 (PInvoice).
*>**
*>    Error messages used.
*>                        PL003
*>                        PL278    Cannot open card statement file.
*>                        PL279    Statement not found or posted.
*>                        PL280    Not authorised.
*>                        PL281    Card holder table full.
*>                        PL282    Sheet has uncoded lines.
*>                        PL283    Not the cardholder's manager.
*>                        PL284    No approved lines to post.
*>                        PL285    Supplier not found.
*>                        PL286    PA code not on file.
*>                        PL287    Job not on file or closed.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for purchase card statement import,
*>                    coding, approval and posting.
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
     select  PCard-Stmt-File assign File-155
                             organization line sequential
                             status Fs-Reply.
*>
 copy "selpcard.cob".
 copy "seljob.cob".
 copy "selusers.cob".
 copy "selprint.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 fd  PCard-Stmt-File.
 01  PCard-Stmt-Record      pic x(160).
*>
 copy "fdpcard.cob".
 copy "fdjob.cob".
 copy "fdusers.cob".
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "PL936 (3.02.00)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsmaps01.cob".
 copy "wslogin.cob".
 copy "wsfnctn.cob".
 copy "wslock.cob".
 copy "wsanal.cob".     *> WS-Analysis-Record / WS-Pa-Code.
 copy "wspl.cob".
 copy "wsfdpinv.cob".   *> replacing Invoice-Record by WS-PInvoice-Record.
 copy "plwspinv.cob".   *> Pinvoice-header / Pinvoice-Bodies.
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
     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  WS-Del-Inv-Nos-Record  pic x.
*>     03  WS-Purch-Record        pic x.
     03  WS-Pay-Record          pic x.
     03  WS-Invoice-Record      pic x.
     03  WS-OTM3-Record         pic x.
*>     03  WS-PInvoice-Record     pic x.
     03  WS-OTM5-Record         pic x.
*>     03  WS-Analysis-Record     pic x.
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
     03  I               pic 99    comp   value zero.
     03  WS-Pass-Value   pic 9.
     03  WS-Today-Num    pic 9(8)         value zero.
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Stmt-In      pic 9(6)         value zero.
     03  WS-Next-Stmt    pic 9(6)         value zero.
     03  WS-Last-Open    pic 9(6)         value zero.
     03  WS-Card-In      pic x(8)         value spaces.
     03  WS-Holder-In    pic x(8)         value spaces.
     03  WS-Manager      pic x(8)         value spaces.
     03  WS-Signed-Id    pic x(8)         value spaces.
     03  WS-Signed-Role  pic x            value space.
     03  WS-Pw-In        pic x(16)        value spaces.
     03  WS-Auth         pic x            value space.
     03  WS-Supp-In      pic x(7)         value spaces.
     03  WS-Stmt-Ref     pic x(10)        value spaces.
     03  WS-Stmt-Date    pic 9(8)         value zero.
     03  WS-Stmt-Bin     binary-long      value zero.
     03  WS-Stmt-Lines   pic 9(4)         value zero.
     03  WS-Folio        pic 9(8)         value zero.
     03  WS-Folios       pic 99           value zero.
     03  WS-Line-No      pic 9(4)         value zero.
     03  WS-Loaded       pic 9(5)         value zero.
     03  WS-Skipped      pic 9(5)         value zero.
     03  WS-Unrouted     pic 9(5)         value zero.
     03  WS-Load-Total   pic s9(7)v99 comp-3 value zero.
     03  WS-Amount       pic s9(7)v99 comp-3 value zero.
     03  WS-Vat-X        pic x            value "S".
     03  WS-Vat-Code     pic 9            value 1.
     03  WS-Vat-Calc     pic s9(7)v99 comp-3 value zero.
     03  WS-PA-In        pic xx           value spaces.
     03  WS-PC-In        pic 99           value zero.
     03  WS-Job-In       pic x(6)         value spaces.
     03  WS-Desc-In      pic x(24)        value spaces.
     03  WS-Rcpt-In      pic x            value "Y".
     03  WS-Coded        pic 9(4)         value zero.
     03  WS-Sheet-Lines  pic 9(4)         value zero.
     03  WS-Sheet-Uncoded pic 9(4)        value zero.
     03  WS-Sheet-No-Rcpt pic 9(4)        value zero.
     03  WS-Sheet-Done   pic 9(4)         value zero.
     03  WS-Sheet-Total  pic s9(7)v99 comp-3 value zero.
     03  WS-Posted       pic 9(4)         value zero.
     03  WS-Net-Tot      pic s9(8)v99 comp-3 value zero.
     03  WS-Vat-Tot      pic s9(8)v99 comp-3 value zero.
     03  WS-Exceptions   pic 9(5)         value zero.
     03  WS-Reason       pic x(40)        value spaces.
     03  WS-Ptr          pic 99           value zero.
     03  WS-Date-Out     pic x(10)        value spaces.
     03  WS-CCYYMMDD     pic 9(8)         value zero.
     03  WS-Hx           pic 999   comp   value zero.
     03  WS-Px           pic 99    comp   value zero.
     03  WS-Found        pic 999   comp   value zero.
     03  display-8       pic z(6)9.99-.
     03  display-4       pic zzz9.
     03  WS-PCard-Save   pic x(160)       value spaces.
*>
 01  ws-amount-work.
     03  amt-wk-pds      pic 9(6).
     03  amt-wk-pence    pic v99.
 01  ws-amount-ok redefines ws-amount-work.
     03  amt-ok          pic 9(6)v99.
*>
*>  One statement line as read, comma delimited:
*>   card ref, date (dd/mm/ccyy or ccyy-mm-dd), merchant, gross.
*>
 01  WS-Parse-Fields.
     03  WS-In-Card      pic x(20).
     03  WS-In-Date      pic x(12).
     03  WS-In-Merchant  pic x(40).
     03  WS-In-Amount    pic x(15).
*>
*>  Cardholders, loaded from the C records for routing and for the
*>   manager check.
*>
 01  WS-Holder-Table.
     03  WS-Holder-Count pic 999   comp   value zero.
     03  WS-Holder-Entry                  occurs 300.
         05  WS-HT-Card      pic x(8).
         05  WS-HT-User      pic x(8).
         05  WS-HT-Manager   pic x(8).
*>
*>  Folio lines being built - one per PA / VAT / PC / job.
*>
 01  WS-Post-Table.
     03  WS-PT-Count     pic 99    comp   value zero.
     03  WS-PT-Entry                      occurs 40.
         05  WS-PT-PA        pic xx.
         05  WS-PT-Vat-Code  pic 9.
         05  WS-PT-PC        pic 99.
         05  WS-PT-Job       pic x(6).
         05  WS-PT-Net       pic s9(7)v99 comp-3.
         05  WS-PT-Vat       pic s9(7)v99 comp-3.
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
     03  PL278          pic x(41) value "PL278 Cannot open the card statement file".
     03  PL279          pic x(43) value "PL279 Statement not found or already posted".
     03  PL280          pic x(20) value "PL280 Not authorised".
     03  PL281          pic x(37) value "PL281 Cardholder table full - 300 max".
     03  PL282          pic x(46) value "PL282 Sheet has uncoded lines - cannot approve".
     03  PL283          pic x(43) value "PL283 Only the cardholder's manager may act".
     03  PL284          pic x(31) value "PL284 No approved lines to post".
     03  PL285          pic x(24) value "PL285 Supplier not found".
     03  PL286          pic x(25) value "PL286 PA code not on file".
     03  PL287          pic x(31) value "PL287 Job not on file or closed".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(46)       value spaces.
     03  l1-stmt         pic x(30)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  filler          pic x(66)       value
         "Line Card     Holder   Date       Merchant                 Gross".
     03  filler          pic x(66)       value
         "   PA PC Job    St Rcpt Exception".
*>
 01  line-3.
     03  l3-line         pic zzz9b.
     03  l3-card         pic x(8)b.
     03  l3-holder       pic x(8)b.
     03  l3-date         pic x(10)b.
     03  l3-merchant     pic x(20)b.
     03  l3-amount       pic z(6)9.99-.
     03  filler          pic xx.
     03  l3-pa           pic xxb.
     03  l3-pc           pic 99b.
     03  l3-job          pic x(6)b.
     03  l3-status       pic xbb.
     03  l3-rcpt         pic xbbbb.
     03  l3-reason       pic x(40).
*>
 01  line-4.
     03  l4-text         pic x(30).
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
     accept   WS-Today-Num from date YYYYMMDD.
     move     to-day to u-date.
     perform  maps04.
     move     u-bin to WS-Today-Bin.
*>
     open     i-o PCard-File.
     if       fs-reply not = zero
              open  output PCard-File
              close PCard-File
              open  i-o    PCard-File.
     perform  ma000-Load-Holders.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Purchase Card Statements" at 0129 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Cardholders"                        at 0811 with foreground-color 2.
     display  "(2)  Import a Card Statement"            at 0911 with foreground-color 2.
     display  "(3)  Code My Transactions"               at 1011 with foreground-color 2.
     display  "(4)  Approve a Cardholder's Sheet"       at 1111 with foreground-color 2.
     display  "(5)  Raise Approved Lines as a Folio"    at 1211 with foreground-color 2.
     display  "(6)  Exceptions Report"                  at 1311 with foreground-color 2.
     display  "(X)  Return To Menu"                     at 1511 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Cardholders
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-Import
              go to menu-return.
     if       menu-reply = "3"
              perform  da000-Code-Lines
              go to menu-return.
     if       menu-reply = "4"
              perform  ea000-Approve-Sheet
              go to menu-return.
     if       menu-reply = "5"
              perform  fa000-Raise-Folio
              go to menu-return.
     if       menu-reply = "6"
              perform  ga000-Exceptions
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    PCard-File.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Cardholders       section.
*>==============================
*>
*>  One record per card: who holds it (and codes its lines), the
*>   manager who approves their sheet and the coding offered first.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Cardholders" at 0134 with foreground-color 2.
     move     spaces to WS-Card-In.
     display  "Card ref [        ]" at 0501 with foreground-color 2.
     accept   WS-Card-In at 0511 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Card-In = spaces
              go to ba999-exit.
*>
     move     "C" to PCD-Key-Type.
     move     zero to PCD-Stmt-No.
     move     WS-Card-In to PCD-Key-Rest.
     read     PCard-File
              invalid key
              move spaces to PCD-Data
              move zero to PCH-PC
              move "S" to PCH-Vat
              display "New card" at 0531 with foreground-color 2.
*>
     display  "Cardholder name   [                        ]" at 0701 with foreground-color 2.
     display  "Cardholder Id     [        ]"                 at 0801 with foreground-color 2.
     display  "Manager Id        [        ]"                 at 0901 with foreground-color 2.
     display  "Default PA code   [  ]"                       at 1001 with foreground-color 2.
     display  "Default P/Centre  [  ]"                       at 1101 with foreground-color 2.
     display  "Default VAT S/R/Z [ ]"                        at 1201 with foreground-color 2.
     accept   PCH-Name    at 0720 with foreground-color 3 update.
     accept   PCH-User    at 0820 with foreground-color 3 update UPPER.
     accept   PCH-Manager at 0920 with foreground-color 3 update UPPER.
     accept   PCH-PA      at 1020 with foreground-color 3 update UPPER.
     accept   PCH-PC      at 1120 with foreground-color 3 update.
*>
 ba010-Vat.
     accept   PCH-Vat     at 1220 with foreground-color 3 update UPPER.
     if       PCH-Vat not = "S" and not = "R" and not = "Z"
              go to ba010-Vat.
*>
 ba020-Action.
     display  "(S)ave, (D)elete or (Q)uit ? [S]" at 1501 with foreground-color 2.
     move     "S" to ws-reply.
     accept   ws-reply at 1531 with foreground-color 6 update UPPER.
     if       ws-reply = "Q"
              go to ba000-Cardholders.
     if       ws-reply = "D"
              delete PCard-File record
                     invalid key continue
              end-delete
              perform ma000-Load-Holders
              go to ba000-Cardholders.
     if       ws-reply not = "S"
              go to ba020-Action.
     if       PCH-User = spaces
           or PCH-Manager = spaces
           or PCH-Manager = PCH-User
              display PL283 at 2301 with foreground-color 4 highlight
              go to ba020-Action.
     display  " " at 2301 with erase eol.
     write    PCard-Record
              invalid key
              rewrite PCard-Record
     end-write
     perform  ma000-Load-Holders.
     go       to ba000-Cardholders.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Import            section.
*>==============================
*>
*>  The provider's statement becomes an S record and a T record per
*>   transaction, routed to the cardholder and offered their default
*>   coding, uncoded until they confirm it.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Import a Card Statement" at 0129 with foreground-color 2.
     display  "Statement file  " at 0501 with foreground-color 2.
     display  File-155 (1:60) at 0517 with foreground-color 3.
*>
     move     spaces to WS-Supp-In.
     display  "Card provider supplier [       ]" at 0701 with foreground-color 2.
     accept   WS-Supp-In at 0725 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Supp-In = spaces
              go to ca999-exit.
     move     WS-Supp-In to WS-Purch-Key.
     move     1 to File-Key-No.
     perform  Purch-Open-Input.
     perform  Purch-Read-Indexed.
     perform  Purch-Close.
     if       fs-reply not = zero
              display PL285 at 2301 with foreground-color 4 highlight
              display PL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ca999-exit.
     display  Purch-Name at 0735 with foreground-color 3.
*>
     move     spaces to WS-Stmt-Ref.
     display  "Statement ref          [          ]" at 0801 with foreground-color 2.
     accept   WS-Stmt-Ref at 0825 with foreground-color 3 UPPER.
*>
 ca010-Stmt-Date.
     display  "Statement date         [          ]" at 0901 with foreground-color 2.
     perform  zz070-Convert-Date.
     accept   ws-date at 0925 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ca999-exit.
     move     ws-date to ws-test-date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              go to ca010-Stmt-Date.
     move     u-bin to WS-Stmt-Bin.
     perform  zz060-UK-To-CCYYMMDD.
     move     WS-CCYYMMDD to WS-Stmt-Date.
*>
     display  "OK to load (Y/N) ? [Y]" at 1101 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 1121 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to ca999-exit.
*>
     open     input PCard-Stmt-File.
     if       fs-reply not = zero
              display PL278 at 2301 with foreground-color 4 highlight
              display PL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ca999-exit.
     perform  mb000-Next-Stmt.
     move     zero to WS-Line-No WS-Loaded WS-Skipped WS-Unrouted
                      WS-Load-Total.
*>
 ca020-Read.
     read     PCard-Stmt-File
              at end
              go to ca800-End.
     if       PCard-Stmt-Record = spaces
              go to ca020-Read.
     inspect  PCard-Stmt-Record replacing all '"' by space.
     move     spaces to WS-Parse-Fields.
     unstring PCard-Stmt-Record delimited by ","
              into WS-In-Card WS-In-Date WS-In-Merchant WS-In-Amount.
*>
*>  Heading and total lines have no date or no amount - passed over.
*>
     move     function trim (WS-In-Date) to ws-test-date.
     perform  zz065-Csv-Date.
     if       WS-CCYYMMDD = zero
              add 1 to WS-Skipped
              go to ca020-Read.
     if       function trim (WS-In-Amount) = spaces
              add 1 to WS-Skipped
              go to ca020-Read.
     move     function numval (WS-In-Amount) to WS-Amount.
     if       WS-Amount = zero
              add 1 to WS-Skipped
              go to ca020-Read.
*>
     move     function trim (WS-In-Card) to WS-Card-In.
     perform  mc000-Find-Card.
     add      1 to WS-Line-No WS-Loaded.
     move     spaces to PCD-Data.
     move     "T" to PCD-Key-Type.
     move     WS-Next-Stmt to PCD-Stmt-No.
     move     spaces to PCD-Key-Rest.
     move     WS-Line-No to PCD-Line-No.
     move     WS-Card-In to PCT-Card.
     move     WS-CCYYMMDD to PCT-Date.
     move     function trim (WS-In-Merchant) to PCT-Merchant.
     move     WS-Amount to PCT-Amount.
     move     zero to PCT-PC PCT-Vat PCT-Net PCT-Folio.
     move     "U" to PCT-Status.
     move     "N" to PCT-Receipt.
     move     PCT-Merchant to PCT-Desc.
     if       WS-Found = zero
              add 1 to WS-Unrouted
     else
              move WS-HT-User (WS-Found) to PCT-Holder
              perform mc100-Holder-Defaults.
     add      WS-Amount to WS-Load-Total.
     write    PCard-Record
              invalid key
              rewrite PCard-Record
     end-write
     go       to ca020-Read.
*>
 ca800-End.
     close    PCard-Stmt-File.
     move     spaces to PCD-Data.
     move     "S" to PCD-Key-Type.
     move     WS-Next-Stmt to PCD-Stmt-No.
     move     spaces to PCD-Key-Rest.
     move     WS-Supp-In    to PCS-Supplier.
     move     WS-Stmt-Ref   to PCS-Ref.
     move     WS-Stmt-Date  to PCS-Date.
     move     WS-Today-Num  to PCS-Loaded.
     move     WS-Line-No    to PCS-Lines.
     move     WS-Load-Total to PCS-Total.
     move     "O"           to PCS-Status.
     move     zero to PCS-Folio PCS-Posted-Lines.
     write    PCard-Record
              invalid key
              rewrite PCard-Record
     end-write
*>
     display  "Statement number          " at 1301 with foreground-color 2.
     display  WS-Next-Stmt at 1327 with foreground-color 3.
     display  "Transactions loaded       " at 1401 with foreground-color 2.
     display  WS-Loaded    at 1427 with foreground-color 3.
     display  "Lines passed over         " at 1501 with foreground-color 2.
     display  WS-Skipped   at 1527 with foreground-color 3.
     display  "On cards not set up       " at 1601 with foreground-color 2.
     display  WS-Unrouted  at 1627 with foreground-color 3.
     move     WS-Load-Total to display-8.
     display  "Statement total           " at 1701 with foreground-color 2.
     display  display-8    at 1727 with foreground-color 3.
     display  PL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 ca999-exit.
     exit     section.
*>
 da000-Code-Lines        section.
*>==============================
*>
*>  The cardholder signs on and works through their own lines on the
*>   statement, one at a time.  Lines already approved are left alone.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Code My Transactions" at 0131 with foreground-color 2.
     perform  me000-Sign-On.
     if       WS-Signed-Id = spaces
              go to da999-exit.
     perform  md000-Get-Stmt.
     if       WS-Stmt-In = zero
              go to da999-exit.
     perform  mf000-Route-Lines.
     perform  Analysis-Open-Input.
     move     zero to WS-Coded.
     move     "T" to PCD-Key-Type.
     move     WS-Stmt-In to PCD-Stmt-No.
     move     low-values to PCD-Key-Rest.
     start    PCard-File key not less than PCD-Key
              invalid key
              go to da800-End.
*>
 da010-Read.
     read     PCard-File next record
              at end
              go to da800-End.
     if       not PCD-Txn
           or PCD-Stmt-No not = WS-Stmt-In
              go to da800-End.
     if       PCT-Holder not = WS-Signed-Id
           or PCT-Approved
           or PCT-Posted
              go to da010-Read.
*>
     display  " " at 0501 with erase eos.
     move     PCD-Line-No to display-4.
     display  "Line" at 0501 with foreground-color 2.
     display  display-4 at 0506 with foreground-color 3.
     move     PCT-Date to WS-CCYYMMDD.
     perform  zz080-CCYYMMDD-To-Text.
     display  WS-Date-Out  at 0512 with foreground-color 3.
     display  PCT-Merchant at 0524 with foreground-color 3.
     move     PCT-Amount to display-8.
     display  display-8    at 0556 with foreground-color 3.
     if       PCT-Coded
              display "(coded)" at 0570 with foreground-color 2.
*>
     display  "Description       [                        ]" at 0701 with foreground-color 2.
     display  "PA code           [  ]"                       at 0801 with foreground-color 2.
     display  "Profit centre     [  ]"                       at 0901 with foreground-color 2.
     display  "Job               [      ]"                   at 1001 with foreground-color 2.
     display  "VAT S/R/Z         [ ]"                        at 1101 with foreground-color 2.
     display  "VAT amount        [         ]"                at 1201 with foreground-color 2.
     display  "Receipt held Y/N  [ ]"                        at 1301 with foreground-color 2.
     display  "Esc on the description to stop." at 1601 with foreground-color 2.
*>
     move     PCT-Desc to WS-Desc-In.
     accept   WS-Desc-In at 0720 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to da800-End.
*>
 da020-PA.
     move     PCT-PA to WS-PA-In.
     accept   WS-PA-In at 0820 with foreground-color 3 update UPPER.
     move     "P"      to Pa-System.
     move     WS-PA-In to Pa-Group.
     move     1 to File-Key-No.
     perform  Analysis-Read-Indexed.
     if       fs-reply not = zero
              display PL286 at 2301 with foreground-color 4 highlight
              go to da020-PA.
     display  " " at 2301 with erase eol.
     display  Pa-Desc at 0824 with foreground-color 3.
     move     WS-PA-In to PCT-PA.
     move     PCT-PC to WS-PC-In.
     accept   WS-PC-In at 0920 with foreground-color 3 update.
*>
 da030-Job.
     move     PCT-Job to WS-Job-In.
     accept   WS-Job-In at 1020 with foreground-color 3 update UPPER.
     if       WS-Job-In not = spaces
              perform mg000-Check-Job
              if  WS-Found = zero
                  display PL287 at 2301 with foreground-color 4 highlight
                  move spaces to PCT-Job
                  go to da030-Job
              end-if
     end-if
     display  " " at 2301 with erase eol.
*>
 da040-Vat.
     move     PCT-Vat-Code to WS-Vat-X.
     if       WS-Vat-X = space
              move "S" to WS-Vat-X.
     accept   WS-Vat-X at 1120 with foreground-color 3 update UPPER.
     if       WS-Vat-X = "S"
              move 1 to WS-Vat-Code
     else
      if      WS-Vat-X = "R"
              move 2 to WS-Vat-Code
      else
       if     WS-Vat-X = "Z"
              move 3 to WS-Vat-Code
       else
              go to da040-Vat.
*>
*>  VAT inside the gross at the rate, the receipt's figure may be
*>   keyed over it.
*>
     compute  WS-Vat-Calc rounded = PCT-Amount * Vat-Rate (WS-Vat-Code)
                                    / (100 + Vat-Rate (WS-Vat-Code)).
     if       PCT-Amount > zero
              move WS-Vat-Calc to amt-ok
              accept amt-ok at 1220 with foreground-color 3 update
              if   amt-ok not > PCT-Amount
                   move amt-ok to WS-Vat-Calc
              end-if
     end-if
     move     WS-Vat-Calc to display-8.
     display  display-8 at 1231 with foreground-color 3.
*>
 da050-Receipt.
     move     PCT-Receipt to WS-Rcpt-In.
     accept   WS-Rcpt-In at 1320 with foreground-color 3 update UPPER.
     if       WS-Rcpt-In not = "Y" and not = "N"
              go to da050-Receipt.
*>
     move     WS-Desc-In  to PCT-Desc.
     move     WS-PC-In    to PCT-PC.
     move     WS-Job-In   to PCT-Job.
     move     WS-Vat-X    to PCT-Vat-Code.
     move     WS-Vat-Calc to PCT-Vat.
     subtract WS-Vat-Calc from PCT-Amount giving PCT-Net.
     move     WS-Rcpt-In  to PCT-Receipt.
     move     "C"         to PCT-Status.
     rewrite  PCard-Record.
     add      1 to WS-Coded.
     go       to da010-Read.
*>
 da800-End.
     perform  Analysis-Close.
     display  " " at 0501 with erase eos.
     display  "Lines coded this session : " at 1201 with foreground-color 2.
     display  WS-Coded at 1228 with foreground-color 3.
     display  "Your manager can now approve your sheet." at 1401 with foreground-color 2.
     display  PL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 da999-exit.
     exit     section.
*>
 ea000-Approve-Sheet     section.
*>==============================
*>
*>  The manager on the card approves a cardholder's sheet as a whole.
*>   Every line must be coded first; a rejection leaves the lines
*>   with the cardholder to put right.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Approve a Cardholder's Sheet" at 0127 with foreground-color 2.
     perform  me000-Sign-On.
     if       WS-Signed-Id = spaces
              go to ea999-exit.
     perform  md000-Get-Stmt.
     if       WS-Stmt-In = zero
              go to ea999-exit.
     perform  mf000-Route-Lines.
*>
     move     spaces to WS-Holder-In.
     display  "Cardholder Id [        ]" at 0701 with foreground-color 2.
     accept   WS-Holder-In at 0716 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Holder-In = spaces
              go to ea999-exit.
*>
*>  Manager as set on the holder's card(s); an Admin may stand in for
*>   a card with none, nobody approves their own sheet.
*>
     move     spaces to WS-Manager.
     move     1 to WS-Hx.
*>
 ea010-Find-Manager.
     if       WS-Hx > WS-Holder-Count
              go to ea020-Check.
     if       WS-HT-User (WS-Hx) = WS-Holder-In
              move WS-HT-Manager (WS-Hx) to WS-Manager
              go to ea020-Check.
     add      1 to WS-Hx.
     go       to ea010-Find-Manager.
*>
 ea020-Check.
     if       WS-Signed-Id = WS-Holder-In
           or (WS-Manager not = spaces and WS-Signed-Id not = WS-Manager)
           or (WS-Manager = spaces and WS-Signed-Role not = "A")
              display PL283 at 2301 with foreground-color 4 highlight
              display PL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ea999-exit.
*>
     move     zero to WS-Sheet-Lines WS-Sheet-Uncoded WS-Sheet-No-Rcpt
                      WS-Sheet-Done WS-Sheet-Total.
     move     "T" to PCD-Key-Type.
     move     WS-Stmt-In to PCD-Stmt-No.
     move     low-values to PCD-Key-Rest.
     start    PCard-File key not less than PCD-Key
              invalid key
              go to ea040-Show.
*>
 ea030-Count.
     read     PCard-File next record
              at end
              go to ea040-Show.
     if       not PCD-Txn
           or PCD-Stmt-No not = WS-Stmt-In
              go to ea040-Show.
     if       PCT-Holder not = WS-Holder-In
              go to ea030-Count.
     add      1 to WS-Sheet-Lines.
     add      PCT-Amount to WS-Sheet-Total.
     if       PCT-Uncoded
              add 1 to WS-Sheet-Uncoded.
     if       PCT-Approved or PCT-Posted
              add 1 to WS-Sheet-Done.
     if       not PCT-Receipt-Held
              add 1 to WS-Sheet-No-Rcpt.
     go       to ea030-Count.
*>
 ea040-Show.
     display  "Lines on sheet         " at 0901 with foreground-color 2.
     display  WS-Sheet-Lines at 0924 with foreground-color 3.
     display  "Still uncoded          " at 1001 with foreground-color 2.
     display  WS-Sheet-Uncoded at 1024 with foreground-color 3.
     display  "Receipt not held       " at 1101 with foreground-color 2.
     display  WS-Sheet-No-Rcpt at 1124 with foreground-color 3.
     display  "Already approved       " at 1201 with foreground-color 2.
     display  WS-Sheet-Done at 1224 with foreground-color 3.
     move     WS-Sheet-Total to display-8.
     display  "Sheet total            " at 1301 with foreground-color 2.
     display  display-8 at 1324 with foreground-color 3.
     if       WS-Sheet-Lines = WS-Sheet-Done
              display "Nothing awaiting approval." at 1501 with foreground-color 2
              display PL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ea999-exit.
*>
 ea050-Decide.
     display  "(A)pprove or (R)eject ? [ ]" at 1501 with foreground-color 2.
     move     space to ws-reply.
     accept   ws-reply at 1526 with foreground-color 6 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ea999-exit.
     if       ws-reply not = "A" and not = "R"
              go to ea050-Decide.
     if       ws-reply = "A"
        and   WS-Sheet-Uncoded not = zero
              display PL282 at 2301 with foreground-color 4 highlight
              go to ea050-Decide.
     display  " " at 2301 with erase eol.
     if       ws-reply = "R"
              go to ea080-Sheet.
*>
     move     "T" to PCD-Key-Type.
     move     WS-Stmt-In to PCD-Stmt-No.
     move     low-values to PCD-Key-Rest.
     start    PCard-File key not less than PCD-Key
              invalid key
              go to ea080-Sheet.
*>
 ea060-Approve.
     read     PCard-File next record
              at end
              go to ea080-Sheet.
     if       not PCD-Txn
           or PCD-Stmt-No not = WS-Stmt-In
              go to ea080-Sheet.
     if       PCT-Holder not = WS-Holder-In
           or not PCT-Coded
              go to ea060-Approve.
     move     "A" to PCT-Status.
     rewrite  PCard-Record.
     go       to ea060-Approve.
*>
 ea080-Sheet.
     move     spaces to PCD-Data.
     move     "A" to PCD-Key-Type.
     move     WS-Stmt-In to PCD-Stmt-No.
     move     WS-Holder-In to PCD-Key-Rest.
     move     ws-reply to PCA-Status.
     move     WS-Signed-Id to PCA-Approver.
     move     WS-Today-Num to PCA-Date.
     write    PCard-Record
              invalid key
              rewrite PCard-Record
     end-write
     if       PCA-Approved
              display "Sheet approved." at 1701 with foreground-color 2
     else
              display "Sheet rejected - back to the cardholder." at 1701
                                            with foreground-color 2.
     display  PL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 ea999-exit.
     exit     section.
*>
 fa000-Raise-Folio       section.
*>==============================
*>
*>  Approved lines become a pl020-style folio against the card
*>   provider, one folio line per PA / VAT / profit centre / job.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Raise Approved Lines" at 0130 with foreground-color 2.
     perform  md000-Get-Stmt.
     if       WS-Stmt-In = zero
              go to fa999-exit.
     move     PCS-Supplier to WS-Supp-In.
     move     PCS-Ref      to WS-Stmt-Ref.
     move     PCS-Date     to WS-CCYYMMDD.
     perform  zz080-CCYYMMDD-To-Text.
     move     WS-Date-Out to u-date.
     move     zero to u-bin.
     perform  maps04.
     move     u-bin to WS-Stmt-Bin.
     if       WS-Stmt-Bin = zero
              move WS-Today-Bin to WS-Stmt-Bin.
     move     WS-Supp-In to WS-Purch-Key.
     move     1 to File-Key-No.
     perform  Purch-Open-Input.
     perform  Purch-Read-Indexed.
     perform  Purch-Close.
     if       fs-reply not = zero
              display PL285 at 2301 with foreground-color 4 highlight
              display PL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to fa999-exit.
*>
     perform  PInvoice-Open.
     move     zero to WS-PT-Count WS-Posted WS-Folio WS-Folios.
     move     "T" to PCD-Key-Type.
     move     WS-Stmt-In to PCD-Stmt-No.
     move     low-values to PCD-Key-Rest.
     start    PCard-File key not less than PCD-Key
              invalid key
              go to fa800-End.
*>
 fa010-Read.
     read     PCard-File next record
              at end
              go to fa800-End.
     if       not PCD-Txn
           or PCD-Stmt-No not = WS-Stmt-In
              go to fa800-End.
     if       not PCT-Approved
              go to fa010-Read.
*>
*>  Same PA / VAT / PC / job already on the folio being built ?
*>
     move     zero to WS-Found.
     move     1 to WS-Px.
*>
 fa020-Search.
     if       WS-Px > WS-PT-Count
              go to fa030-Add.
     if       WS-PT-PA (WS-Px)  = PCT-PA
        and   WS-PT-PC (WS-Px)  = PCT-PC
        and   WS-PT-Job (WS-Px) = PCT-Job
        and   ((PCT-Vat-Code = "S" and WS-PT-Vat-Code (WS-Px) = 1)
           or  (PCT-Vat-Code = "R" and WS-PT-Vat-Code (WS-Px) = 2)
           or  (PCT-Vat-Code = "Z" and WS-PT-Vat-Code (WS-Px) = 3))
              move WS-Px to WS-Found
              go to fa040-Accumulate.
     add      1 to WS-Px.
     go       to fa020-Search.
*>
 fa030-Add.
     if       WS-PT-Count = 40
              perform fb000-Write-Folio
              move zero to WS-PT-Count.
     if       WS-PT-Count = zero
              perform fc000-Next-Folio.
     add      1 to WS-PT-Count.
     move     WS-PT-Count to WS-Found.
     move     PCT-PA  to WS-PT-PA (WS-Found).
     move     PCT-PC  to WS-PT-PC (WS-Found).
     move     PCT-Job to WS-PT-Job (WS-Found).
     move     1 to WS-PT-Vat-Code (WS-Found).
     if       PCT-Vat-Code = "R"
              move 2 to WS-PT-Vat-Code (WS-Found).
     if       PCT-Vat-Code = "Z"
              move 3 to WS-PT-Vat-Code (WS-Found).
     move     zero to WS-PT-Net (WS-Found) WS-PT-Vat (WS-Found).
*>
 fa040-Accumulate.
     add      PCT-Net to WS-PT-Net (WS-Found).
     add      PCT-Vat to WS-PT-Vat (WS-Found).
     move     "P" to PCT-Status.
     move     WS-Folio to PCT-Folio.
     rewrite  PCard-Record.
     add      1 to WS-Posted.
     go       to fa010-Read.
*>
 fa800-End.
     if       WS-PT-Count not = zero
              perform fb000-Write-Folio.
     perform  PInvoice-Close.
     if       WS-Posted = zero
              display PL284 at 2301 with foreground-color 4 highlight
              display PL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to fa999-exit.
*>
     move     "S" to PCD-Key-Type.
     move     WS-Stmt-In to PCD-Stmt-No.
     move     spaces to PCD-Key-Rest.
     read     PCard-File
              invalid key
              go to fa900-Show.
     move     WS-Folio to PCS-Folio.
     add      WS-Posted to PCS-Posted-Lines.
     if       PCS-Posted-Lines not < PCS-Lines
              move "P" to PCS-Status.
     rewrite  PCard-Record.
*>
 fa900-Show.
     display  "Lines raised           " at 1101 with foreground-color 2.
     display  WS-Posted at 1124 with foreground-color 3.
     display  "Folios raised          " at 1201 with foreground-color 2.
     display  WS-Folios at 1224 with foreground-color 3.
     display  "Last folio             " at 1301 with foreground-color 2.
     display  WS-Folio at 1324 with foreground-color 3.
     display  "Now proof with pl050 and post with pl060." at 1501
                            with foreground-color 2.
     display  PL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 fa999-exit.
     exit     section.
*>
 fb000-Write-Folio       section.
*>==============================
*>
*>  The folio lines from the table, then the header.
*>
     move     zero to WS-Net-Tot WS-Vat-Tot.
     move     1 to WS-Px.
*>
 fb010-Line.
     if       WS-Px > WS-PT-Count
              go to fb020-Header.
     move     spaces          to Pinvoice-Bodies (1:75).
     move     WS-Folio        to il-invoice (1).
     move     WS-Px           to il-line (1).
     move     spaces          to il-product (1).
     move     WS-PT-PA (WS-Px) to il-pa (1).
     move     zero            to il-qty (1).
     move     "A"             to il-type (1).
     move     spaces          to il-description (1).
     if       WS-PT-Job (WS-Px) = spaces
              string "Card PC " WS-PT-PC (WS-Px)
                     delimited by size into il-description (1)
     else
              string "Card PC " WS-PT-PC (WS-Px) " Job " WS-PT-Job (WS-Px)
                     delimited by size into il-description (1).
     move     WS-PT-Net (WS-Px) to il-net (1).
     move     zero            to il-unit (1) il-discount (1).
     move     WS-PT-Vat (WS-Px) to il-vat (1).
     move     WS-PT-Vat-Code (WS-Px) to il-vat-code (1).
     move     space           to il-update (1).
     add      WS-PT-Net (WS-Px) to WS-Net-Tot.
     add      WS-PT-Vat (WS-Px) to WS-Vat-Tot.
     move     Pinvoice-Bodies (1:75) to WS-PInvoice-Record.
     perform  PInvoice-Write.
     add      1 to WS-Px.
     go       to fb010-Line.
*>
 fb020-Header.
     move     spaces to PInvoice-Header.
     move     WS-Folio      to ih-invoice.
     move     zero          to ih-test.
     move     WS-Supp-In    to ih-supplier.
     move     WS-Stmt-Bin   to ih-date.
     move     spaces to ih-order.
     string   "PC" WS-Stmt-In delimited by size into ih-order.
     move     2             to ih-type.
     move     WS-Stmt-Ref   to ih-ref.
     move     zero to ih-p-c ih-extra ih-carriage ih-discount
                      ih-e-vat ih-c-vat ih-deduct-days
                      ih-deduct-amt ih-deduct-vat ih-days ih-cr.
     move     WS-Net-Tot    to ih-net.
     move     WS-Vat-Tot    to ih-vat.
     move     "GBP"         to ih-currency.
     move     1.0           to ih-exch-rate.
     move     WS-PT-Count   to ih-lines.
     move     "P"           to ih-status.
     move     space         to ih-day-book-flag ih-update.
     move     PInvoice-Header to WS-PInvoice-Record.
     perform  PInvoice-Write.
*>
 fb999-exit.
     exit     section.
*>
 fc000-Next-Folio        section.
*>==============================
*>
     perform  zz100-Read-System-Record.
     if       Next-Folio = zero
              move 1 to Next-Folio.
     move     Next-Folio to WS-Folio.
     add      1 to Next-Folio.
     perform  zz110-Write-System-Record.
     add      1 to WS-Folios.
*>
 fc999-exit.
     exit     section.
*>
 ga000-Exceptions        section.
*>==============================
*>
*>  Lines needing attention: card not set up, uncoded, coded but not
*>   approved, or no receipt held.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Exceptions Report" at 0132 with foreground-color 2.
     perform  md000-Get-Stmt.
     if       WS-Stmt-In = zero
              go to ga999-exit.
     perform  mf000-Route-Lines.
     move     zero to page-nos WS-Exceptions.
     move     "Purchase Card Exceptions" to l1-title.
     move     spaces to l1-stmt.
     string   "Statement " WS-Stmt-In delimited by size into l1-stmt.
     open     output print-file.
     perform  gb000-Headings.
     move     "T" to PCD-Key-Type.
     move     WS-Stmt-In to PCD-Stmt-No.
     move     low-values to PCD-Key-Rest.
     start    PCard-File key not less than PCD-Key
              invalid key
              go to ga800-End.
*>
 ga010-Read.
     read     PCard-File next record
              at end
              go to ga800-End.
     if       not PCD-Txn
           or PCD-Stmt-No not = WS-Stmt-In
              go to ga800-End.
     move     spaces to WS-Reason.
     move     1 to WS-Ptr.
     if       PCT-Holder = spaces
              string "Card not set up; " delimited by size
                     into WS-Reason pointer WS-Ptr.
     if       PCT-Uncoded
              string "Uncoded; " delimited by size
                     into WS-Reason pointer WS-Ptr.
     if       PCT-Coded
              string "Not approved; " delimited by size
                     into WS-Reason pointer WS-Ptr.
     if       not PCT-Receipt-Held
              string "Receipt missing" delimited by size
                     into WS-Reason pointer WS-Ptr.
     if       WS-Reason = spaces
              go to ga010-Read.
     if       line-cnt > Page-Lines - 3
              perform gb000-Headings.
     move     spaces to line-3.
     move     PCD-Line-No  to l3-line.
     move     PCT-Card     to l3-card.
     move     PCT-Holder   to l3-holder.
     move     PCT-Date     to WS-CCYYMMDD.
     perform  zz080-CCYYMMDD-To-Text.
     move     WS-Date-Out  to l3-date.
     move     PCT-Merchant to l3-merchant.
     move     PCT-Amount   to l3-amount.
     move     PCT-PA       to l3-pa.
     move     PCT-PC       to l3-pc.
     move     PCT-Job      to l3-job.
     move     PCT-Status   to l3-status.
     move     PCT-Receipt  to l3-rcpt.
     move     WS-Reason    to l3-reason.
     write    print-record from line-3 after 1.
     add      1 to line-cnt WS-Exceptions.
     go       to ga010-Read.
*>
 ga800-End.
     move     "Transactions listed" to l4-text.
     move     WS-Exceptions to l4-count.
     write    print-record from line-4 after 3.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     display  "Exceptions report printed." at 1201 with foreground-color 2.
     display  PL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 ga999-exit.
     exit     section.
*>
 gb000-Headings          section.
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
 gb999-exit.
     exit     section.
*>
 ma000-Load-Holders      section.
*>==============================
*>
*>  Every card's holder and manager into the table.
*>
     move     zero to WS-Holder-Count.
     move     "C" to PCD-Key-Type.
     move     zero to PCD-Stmt-No.
     move     low-values to PCD-Key-Rest.
     start    PCard-File key not less than PCD-Key
              invalid key
              go to ma999-exit.
*>
 ma010-Read.
     read     PCard-File next record
              at end
              go to ma999-exit.
     if       not PCD-Holder
              go to ma999-exit.
     if       WS-Holder-Count = 300
              display PL281 at 2301 with foreground-color 4 highlight
              go to ma999-exit.
     add      1 to WS-Holder-Count.
     move     PCD-Key-Rest to WS-HT-Card (WS-Holder-Count).
     move     PCH-User     to WS-HT-User (WS-Holder-Count).
     move     PCH-Manager  to WS-HT-Manager (WS-Holder-Count).
     go       to ma010-Read.
*>
 ma999-exit.
     exit     section.
*>
 mb000-Next-Stmt         section.
*>==============================
*>
*>  Highest statement number on file plus one.
*>
     move     1 to WS-Next-Stmt.
     move     "S" to PCD-Key-Type.
     move     zero to PCD-Stmt-No.
     move     low-values to PCD-Key-Rest.
     start    PCard-File key not less than PCD-Key
              invalid key
              go to mb999-exit.
*>
 mb010-Read.
     read     PCard-File next record
              at end
              go to mb999-exit.
     if       not PCD-Stmt
              go to mb999-exit.
     compute  WS-Next-Stmt = PCD-Stmt-No + 1.
     go       to mb010-Read.
*>
 mb999-exit.
     exit     section.
*>
 mc000-Find-Card         section.
*>==============================
*>
*>  WS-Card-In in the holder table - WS-Found the entry, zero if the
*>   card is not set up.
*>
     move     zero to WS-Found.
     move     1 to WS-Hx.
*>
 mc010-Search.
     if       WS-Hx > WS-Holder-Count
              go to mc999-exit.
     if       WS-HT-Card (WS-Hx) = WS-Card-In
              move WS-Hx to WS-Found
              go to mc999-exit.
     add      1 to WS-Hx.
     go       to mc010-Search.
*>
 mc999-exit.
     exit     section.
*>
 mc100-Holder-Defaults   section.
*>==============================
*>
*>  The card's default coding onto the transaction being built -
*>   the line under construction is saved round the card read.
*>
     move     PCard-Record to WS-PCard-Save.
     move     "C" to PCD-Key-Type.
     move     zero to PCD-Stmt-No.
     move     WS-Card-In to PCD-Key-Rest.
     read     PCard-File
              invalid key
              move WS-PCard-Save to PCard-Record
              go to mc199-exit.
     move     PCH-PA  to WS-PA-In.
     move     PCH-PC  to WS-PC-In.
     move     PCH-Vat to WS-Vat-X.
     move     WS-PCard-Save to PCard-Record.
     move     WS-PA-In to PCT-PA.
     move     WS-PC-In to PCT-PC.
     move     WS-Vat-X to PCT-Vat-Code.
*>
 mc199-exit.
     exit     section.
*>
 md000-Get-Stmt          section.
*>==============================
*>
*>  Statement number, offered the latest open one; left in the
*>   record area on return, WS-Stmt-In zero if none or posted.
*>
     move     zero to WS-Last-Open.
     move     "S" to PCD-Key-Type.
     move     zero to PCD-Stmt-No.
     move     low-values to PCD-Key-Rest.
     start    PCard-File key not less than PCD-Key
              invalid key
              go to md020-Ask.
*>
 md010-Read.
     read     PCard-File next record
              at end
              go to md020-Ask.
     if       not PCD-Stmt
              go to md020-Ask.
     if       PCS-Open
              move PCD-Stmt-No to WS-Last-Open.
     go       to md010-Read.
*>
 md020-Ask.
     move     WS-Last-Open to WS-Stmt-In.
     display  "Statement no. [      ]" at 0301 with foreground-color 2.
     accept   WS-Stmt-In at 0316 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Stmt-In = zero
              move zero to WS-Stmt-In
              go to md999-exit.
     move     "S" to PCD-Key-Type.
     move     WS-Stmt-In to PCD-Stmt-No.
     move     spaces to PCD-Key-Rest.
     read     PCard-File
              invalid key
              move zero to WS-Stmt-In.
     if       WS-Stmt-In not = zero
        and   PCS-Posted
        and   menu-reply not = "6"
              move zero to WS-Stmt-In.
     if       WS-Stmt-In = zero
              display PL279 at 2301 with foreground-color 4 highlight
              display PL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to md999-exit.
     display  PCS-Supplier at 0325 with foreground-color 3.
     display  PCS-Ref at 0335 with foreground-color 3.
*>
 md999-exit.
     exit     section.
*>
 me000-Sign-On           section.
*>==============================
*>
*>  Id + password against the Users-File as sl947 does - hashed
*>   passwords via maps06, older ones via maps01.  A missing
*>   Users-File (sys003 never run) lets the keyed Id stand.
*>
     display  "User Id [        ]  Password [                ]"
                     at 0401 with foreground-color 2.
     move     spaces to WS-Signed-Id WS-Pw-In.
     move     space to WS-Signed-Role.
     accept   WS-Signed-Id at 0410 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Signed-Id = spaces
              move spaces to WS-Signed-Id
              go to me999-exit.
     accept   WS-Pw-In at 0431 with foreground-color 3.
     display  " " at 0401 with erase eol.
*>
     move     "B" to WS-Auth.
     open     input Users-File.
     if       fs-reply not = zero
              go to me999-exit.
     move     WS-Signed-Id to Users-Id.
     read     Users-File record invalid key
              close Users-File
              go to me900-Refused
     end-read
     if       Users-Pass-Hash not = spaces
              move WS-Pw-In to Lg-Pw-In
              set  Lg-Fn-Hash to true
              call "maps06" using Login-Call-Block file-defs
              if   Lg-Hash-Out = Users-Pass-Hash
                   move space to WS-Auth
              end-if
     else
              move WS-Pw-In (1:4) to pass-word of maps01-ws
              set  pass to true
              call "maps01" using maps01-ws
              if   pass-word of maps01-ws = Users-Password
                   move space to WS-Auth
              end-if
     end-if
     if       not Users-Is-Active
           or Users-Locked
              move "B" to WS-Auth.
     move     Users-Role to WS-Signed-Role.
     close    Users-File.
     if       WS-Auth = space
              go to me999-exit.
*>
 me900-Refused.
     display  PL280 at 2301 with foreground-color 4 highlight.
     display  PL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
     move     spaces to WS-Signed-Id.
*>
 me999-exit.
     exit     section.
*>
 mf000-Route-Lines       section.
*>==============================
*>
*>  Lines on cards set up since the import are routed now.  The card
*>   lookup is off the table so the read sequence is not disturbed.
*>
     move     "T" to PCD-Key-Type.
     move     WS-Stmt-In to PCD-Stmt-No.
     move     low-values to PCD-Key-Rest.
     start    PCard-File key not less than PCD-Key
              invalid key
              go to mf999-exit.
*>
 mf010-Read.
     read     PCard-File next record
              at end
              go to mf999-exit.
     if       not PCD-Txn
           or PCD-Stmt-No not = WS-Stmt-In
              go to mf999-exit.
     if       PCT-Holder not = spaces
              go to mf010-Read.
     move     PCT-Card to WS-Card-In.
     perform  mc000-Find-Card.
     if       WS-Found = zero
              go to mf010-Read.
     move     WS-HT-User (WS-Found) to PCT-Holder.
     rewrite  PCard-Record.
     go       to mf010-Read.
*>
 mf999-exit.
     exit     section.
*>
 mg000-Check-Job         section.
*>==============================
*>
*>  WS-Job-In must be an open job on the gl099 Job-File - WS-Found 1
*>   if so, else zero.
*>
     move     zero to WS-Found.
     open     input Job-File.
     if       fs-reply not = zero
              go to mg999-exit.
     move     spaces to JB-Key.
     move     "J" to JB-Key-Type.
     move     WS-Job-In to JB-Key-Rest (1:6).
     read     Job-File
              invalid key
              close Job-File
              go to mg999-exit.
     if       Job-Is-Open
              move 1 to WS-Found.
     close    Job-File.
*>
 mg999-exit.
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
 zz050-Validate-Date        section.
*>*********************************
*>
*>  Converts USA/Intl to UK date format for processing.
*>*****************************************************
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
 zz060-UK-To-CCYYMMDD      section.
*>********************************
*>
*>  ws-date (UK form, as left by zz050) to WS-CCYYMMDD.
*>
     move     zero to WS-CCYYMMDD.
     if       ws-year not numeric
           or ws-month not numeric
           or ws-days not numeric
              go to zz060-exit.
     move     ws-year  to WS-CCYYMMDD (1:4).
     move     ws-month to WS-CCYYMMDD (5:2).
     move     ws-days  to WS-CCYYMMDD (7:2).
*>
 zz060-exit.
     exit     section.
*>
 zz065-Csv-Date            section.
*>********************************
*>
*>  Provider's date in ws-test-date, dd/mm/ccyy or ccyy-mm-dd, to
*>   WS-CCYYMMDD - zero when it is not a date (headings, totals).
*>
     move     zero to WS-CCYYMMDD.
     if       ws-test-date (5:1) = "-"
              move ws-test-date (1:4) to ws-year
              move ws-test-date (6:2) to ws-month
              move ws-test-date (9:2) to ws-days
     else
              move ws-test-date (7:4) to ws-year
              move ws-test-date (4:2) to ws-month
              move ws-test-date (1:2) to ws-days.
     move     "/" to ws-date (3:1) ws-date (6:1).
     move     ws-date to u-date.
     move     zero to u-bin.
     perform  maps04.
     if       u-bin = zero
              go to zz065-exit.
     perform  zz060-UK-To-CCYYMMDD.
*>
 zz065-exit.
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
 zz080-CCYYMMDD-To-Text    section.
*>********************************
*>
*>  WS-CCYYMMDD to WS-Date-Out as dd/mm/ccyy, spaces if none.
*>
     move     spaces to WS-Date-Out.
     if       WS-CCYYMMDD = zero
              go to zz080-exit.
     move     WS-CCYYMMDD (7:2) to WS-Date-Out (1:2).
     move     WS-CCYYMMDD (5:2) to WS-Date-Out (4:2).
     move     WS-CCYYMMDD (1:4) to WS-Date-Out (7:4).
     move     "/" to WS-Date-Out (3:1) WS-Date-Out (6:1).
*>
 zz080-exit.
     exit     section.
*>
 zz100-Read-System-Record  section.
*>********************************
*>
*>  Serialised under the params lock so two programs cannot mint the
*>   same folio number - see pl020/pl022.
*>
 zz100-Get-Lock.
     set      Lock-Acquire to true.
     move     "SY" to Lock-File-Id.
     move     "PARAMS" to Lock-Rec-Key.
     move     usera (1:12) to Lock-Owner-Id.
     call     "fhlock" using Lock-Call-Block file-defs.
     if       Lock-Refused
              display "System rec in use by " at 2301 with foreground-color 4
              display Lock-Held-By at 2322 with foreground-color 4
              go to zz100-Get-Lock.
     display  " " at 2301 with erase eol.
*>
     move     zeros to File-System-Used
                       File-Duplicates-In-Use.  *> Only use param FILE
     move     "00" to  FA-RDBMS-Flat-Statuses.  *> Force Cobol proc.
     move     Pass-Value to WS-Pass-Value.  *> save sys rec fld for rewrite as not saved yet.
     move     1 to File-Key-No.
     perform  System-Open-Input.
*>
     move     1 to File-Key-No.
     perform  System-Read-Indexed.
     perform  System-Close.
*>
 zz100-Exit.
     exit     section.
*>
 zz110-Write-System-Record  section.
*>*********************************
*>
     If       File-System-Used NOT = zero   *> Force RDB processing
              move     "66" to FA-RDBMS-Flat-Statuses
              move     1 to File-Key-No
              move     WS-Pass-Value to Pass-Value  *> restore it
              perform  System-Open
              move     1 to File-Key-No
              perform  System-Rewrite
              perform  System-Close
     end-if.
*>
*> Now do the same for the Cobol file.
*>
     move     zeros to File-System-Used
                       File-Duplicates-In-Use.
     move     "00" to  FA-RDBMS-Flat-Statuses.   *> Force Cobol proc.
     move     1 to File-Key-No.
     move     WS-Pass-Value to Pass-Value.  *> restore it.
     perform  System-Open.                       *> Open cobol file params as I/O
     move     1 to File-Key-No.
     perform  System-Rewrite.                    *> Update Cobol file params
     perform  System-Close.                      *> Close the Cobol param file.
     set      Lock-Release to true.
     move     "SY" to Lock-File-Id.
     move     "PARAMS" to Lock-Rec-Key.
     move     usera (1:12) to Lock-Owner-Id.
     call     "fhlock" using Lock-Call-Block file-defs.
*>
 zz110-Exit.
     exit     section.
*>
 copy "Proc-ACAS-FH-Calls.cob".
*>
