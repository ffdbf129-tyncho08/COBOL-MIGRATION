       >>source free
*>*********************************************
*>                                            *
*>   Carrier Freight Invoice Audit            *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         pl937.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Checks a carrier's invoice before we pay it.
*>                        The carrier's invoice file (FREIGHT.CSV -
*>                        consignment, date, service, weight, parcels,
*>                        net charge) is imported as an audit on the
*>                        Freight-File (fdfrt.cob) and each line
*>                        matched by consignment reference to the sl931
*>                        shipment for that carrier.  The line is
*>                        re-rated from the tariff kept here per
*>                        carrier / service / weight band (a charge
*>                        per consignment, per parcel and per KG) on
*>                        the service, weight and parcels we recorded,
*>                        and judged:
*>                          OK           - within the tolerance;
*>                          Overcharge   - approved at our rate, the
*>                                         rest disputed;
*>                          Duplicate    - consignment already billed,
*>                                         on this or an earlier
*>                                         invoice - all disputed;
*>                          Unknown      - no shipment of ours with
*>                                         that reference - all
*>                                         disputed;
*>                          No tariff    - approved as billed and
*>                                         listed to set a tariff up.
*>                        Any line may be reviewed and the approved
*>                        figure keyed over.  The audit report lists
*>                        every exception and a dispute list goes to
*>                        the carrier, printed and as a CSV
*>                        (frtdisp-nnnnnn.csv).  The approved total is
*>                        raised as one normal folio against the
*>                        carrier (pl020 style, carriage PA code and
*>                        standard VAT) for pl050 / pl060 and the
*>                        payment run.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04, fhlock.
*>                        acas000 (System), acas015 (Analysis),
*>                        acas022 (Purchase), acas026 (PInvoice).
*>**
*>    Error messages used.
*>                        PL003
*>                        PL288    Cannot open carrier invoice file.
*>                        PL289    Audit not found or already posted.
*>                        PL290    Supplier not found.
*>                        PL291    PA code not on file.
*>                        PL292    Nothing approved to raise.
*>                        PL293    Line not found.
*>                        PL294    Shipment table full.
*>                        PL295    Dispute CSV not written.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for carrier freight invoice audit.
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
     select  Freight-Csv-File assign File-158
                             organization line sequential
                             status Fs-Reply.
*>
     select  Dispute-Csv     assign               WS-Csv-Name
                             organization         line sequential
                             status               WS-Csv-Status.
*>
 copy "selfrt.cob".
 copy "selship.cob".
 copy "selprint.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 fd  Freight-Csv-File.
 01  Freight-Csv-Record     pic x(160).
*>
 fd  Dispute-Csv.
 01  Dispute-Csv-Record     pic x(160).
*>
 copy "fdfrt.cob".
 copy "fdship.cob".
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "PL937 (3.02.00)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
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
     03  WS-Pass-Value   pic 9.
     03  WS-Today-Num    pic 9(8)         value zero.
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Audit-In     pic 9(6)         value zero.
     03  WS-Line-In      pic 9(4)         value zero.
     03  WS-Line-No      pic 9(4)         value zero.
     03  WS-Supp-In      pic x(7)         value spaces.
     03  WS-Carrier-In   pic x(6)         value spaces.
     03  WS-Service-In   pic x(10)        value spaces.
     03  WS-Ref-In       pic x(10)        value spaces.
     03  WS-Inv-Date     pic 9(8)         value zero.
     03  WS-Inv-Bin      binary-long      value zero.
     03  WS-Tolerance    pic 9(3)v99      value zero.
     03  WS-PA           pic xx           value spaces.
     03  WS-Folio        pic 9(8)         value zero.
     03  WS-Weight       pic 9(5)v99      value zero.
     03  WS-Parcels      pic 9(3)         value zero.
     03  WS-Charge       pic s9(7)v99 comp-3 value zero.
     03  WS-Expected     pic s9(7)v99 comp-3 value zero.
     03  WS-Rated        pic x            value "N".
     03  WS-Found        pic 9(5)  comp   value zero.
     03  WS-Sx           pic 9(5)  comp   value zero.
     03  WS-Billed       pic s9(7)v99 comp-3 value zero.
     03  WS-Exp-Tot      pic s9(7)v99 comp-3 value zero.
     03  WS-Approved     pic s9(7)v99 comp-3 value zero.
     03  WS-Disputed     pic s9(7)v99 comp-3 value zero.
     03  WS-Vat          pic s9(7)v99 comp-3 value zero.
     03  WS-Cnt-OK       pic 9(5)         value zero.
     03  WS-Cnt-Over     pic 9(5)         value zero.
     03  WS-Cnt-Dup      pic 9(5)         value zero.
     03  WS-Cnt-Unknown  pic 9(5)         value zero.
     03  WS-Cnt-No-Tariff pic 9(5)        value zero.
     03  WS-Skipped      pic 9(5)         value zero.
     03  WS-Csv-Name     pic x(40)        value spaces.
     03  WS-Csv-Status   pic 99           value zero.
     03  WS-Result-Text  pic x(11)        value spaces.
     03  WS-Date-Out     pic x(10)        value spaces.
     03  WS-CCYYMMDD     pic 9(8)         value zero.
     03  WS-Save-Key     pic x(25)        value spaces.
     03  WS-Save-Data    pic x(103)       value spaces.
     03  display-8       pic z(6)9.99-.
     03  display-4       pic zzz9.
*>
 01  ws-amount-work.
     03  amt-wk-pds      pic 9(7).
     03  amt-wk-pence    pic v99.
 01  ws-amount-ok redefines ws-amount-work.
     03  amt-ok          pic 9(7)v99.
*>
*>  One carrier invoice line as read, comma delimited:
*>   consignment, date, service, weight KG, parcels, net charge.
*>
 01  WS-Parse-Fields.
     03  WS-In-Consign   pic x(20).
     03  WS-In-Date      pic x(12).
     03  WS-In-Service   pic x(10).
     03  WS-In-Weight    pic x(12).
     03  WS-In-Parcels   pic x(6).
     03  WS-In-Charge    pic x(15).
*>
*>  Our shipments for the carrier - the shipment file is keyed by the
*>   delivery note, so they are held here to match on consignment.
*>
 01  WS-Ship-Table.
     03  WS-ST-Count     pic 9(5)  comp   value zero.
     03  WS-ST-Entry                      occurs 5000.
         05  WS-ST-Consign   pic x(20).
         05  WS-ST-Invoice   pic 9(8).
         05  WS-ST-Service   pic x(10).
         05  WS-ST-Weight    pic 9(5)v99   comp-3.
         05  WS-ST-Parcels   pic 9(3).
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
     03  PL288          pic x(43) value "PL288 Cannot open the carrier invoice file".
     03  PL289          pic x(39) value "PL289 Audit not found or already posted".
     03  PL290          pic x(24) value "PL290 Supplier not found".
     03  PL291          pic x(25) value "PL291 PA code not on file".
     03  PL292          pic x(32) value "PL292 Nothing approved to raise".
     03  PL293          pic x(20) value "PL293 Line not found".
     03  PL294          pic x(44) value "PL294 Shipment table full - 5000 matched max".
     03  PL295          pic x(38) value "PL295 Dispute CSV not written, status".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(46)       value spaces.
     03  l1-audit        pic x(30)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-1a.
     03  l1a-text        pic x(132)      value spaces.
*>
 01  line-2.
     03  filler          pic x(66)       value
         "Line Consignment          Date       Service    Weight Pcl   Bil".
     03  filler          pic x(66)       value
         "led   Expected   Approved   Disputed  Our Note Result".
*>
 01  line-3.
     03  l3-line         pic zzz9b.
     03  l3-consign      pic x(20)b.
     03  l3-date         pic x(10)b.
     03  l3-service      pic x(10)b.
     03  l3-weight       pic zzzz9.99b.
     03  l3-parcels      pic zz9b.
     03  l3-billed       pic z(6)9.99-.
     03  l3-expected     pic z(6)9.99-.
     03  l3-approved     pic z(6)9.99-.
     03  l3-disputed     pic z(6)9.99-.
     03  filler          pic x.
     03  l3-note         pic z(7)9b.
     03  l3-result       pic x(11).
*>
 01  line-4.
     03  l4-text         pic x(30).
     03  l4-count        pic zzzz9b.
     03  l4-amount       pic z(6)9.99-.
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
     move     zero to u-bin.
     perform  maps04.
     move     u-bin to WS-Today-Bin.
*>
     open     i-o Freight-File.
     if       fs-reply not = zero
              open  output Freight-File
              close Freight-File
              open  i-o    Freight-File.
     perform  ma000-Read-Control.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Carrier Freight Invoice Audit" at 0126 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Carrier Tariffs"                    at 0811 with foreground-color 2.
     display  "(2)  Import & Audit a Carrier Invoice"   at 0911 with foreground-color 2.
     display  "(3)  Review a Line"                      at 1011 with foreground-color 2.
     display  "(4)  Audit Report & Dispute List"        at 1111 with foreground-color 2.
     display  "(5)  Raise Approved Total as a Folio"    at 1211 with foreground-color 2.
     display  "(6)  Tolerance & Carriage PA Code"       at 1311 with foreground-color 2.
     display  "(X)  Return To Menu"                     at 1511 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Tariffs
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-Import
              go to menu-return.
     if       menu-reply = "3"
              perform  da000-Review
              go to menu-return.
     if       menu-reply = "4"
              perform  ea000-Report
              go to menu-return.
     if       menu-reply = "5"
              perform  fa000-Raise-Folio
              go to menu-return.
     if       menu-reply = "6"
              perform  ga000-Settings
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    Freight-File.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Tariffs           section.
*>==============================
*>
*>  One record per weight band: the band runs from the one below up
*>   to and including its own weight.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Carrier Tariffs" at 0133 with foreground-color 2.
     move     spaces to WS-Carrier-In WS-Service-In.
     move     zero to WS-Weight.
     display  "Carrier [      ]  Service [          ]  Weight up to KG [        ]"
                                      at 0501 with foreground-color 2.
     accept   WS-Carrier-In at 0510 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Carrier-In = spaces
              go to ba999-exit.
     accept   WS-Service-In at 0528 with foreground-color 3 UPPER.
     accept   WS-Weight at 0559 with foreground-color 3 update.
*>
     move     spaces to FRT-Key.
     move     "T" to FRT-Key-Type.
     move     WS-Carrier-In to FRTT-Carrier.
     move     WS-Service-In to FRTT-Service.
     move     WS-Weight     to FRTT-Weight-To.
     read     Freight-File
              invalid key
              move spaces to FRT-Data
              move zero to FRTT-Base FRTT-Per-Parcel FRTT-Per-KG
              display "New band" at 0701 with foreground-color 2.
*>
     display  "Charge per consignment [        ]" at 0901 with foreground-color 2.
     display  "Charge per parcel      [      ]"   at 1001 with foreground-color 2.
     display  "Charge per KG          [      ]"   at 1101 with foreground-color 2.
     accept   FRTT-Base       at 0925 with foreground-color 3 update.
     accept   FRTT-Per-Parcel at 1025 with foreground-color 3 update.
     accept   FRTT-Per-KG     at 1125 with foreground-color 3 update.
*>
 ba010-Action.
     display  "(S)ave, (D)elete or (Q)uit ? [S]" at 1401 with foreground-color 2.
     move     "S" to ws-reply.
     accept   ws-reply at 1431 with foreground-color 6 update UPPER.
     if       ws-reply = "Q"
              go to ba000-Tariffs.
     if       ws-reply = "D"
              delete Freight-File record
                     invalid key continue
              end-delete
              go to ba000-Tariffs.
     if       ws-reply not = "S"
              go to ba010-Action.
     write    Freight-Record
              invalid key
              rewrite Freight-Record
     end-write
     go       to ba000-Tariffs.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Import            section.
*>==============================
*>
*>  The carrier's invoice file becomes an audit, each line matched,
*>   re-rated and judged as it is loaded.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Import & Audit a Carrier Invoice" at 0125 with foreground-color 2.
     display  "Invoice file  " at 0401 with foreground-color 2.
     display  File-158 (1:60) at 0415 with foreground-color 3.
*>
     move     spaces to WS-Supp-In.
     display  "Carrier's supplier a/c [       ]" at 0601 with foreground-color 2.
     accept   WS-Supp-In at 0625 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Supp-In = spaces
              go to ca999-exit.
     perform  mb000-Check-Supplier.
     if       fs-reply not = zero
              display PL290 at 2301 with foreground-color 4 highlight
              display PL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ca999-exit.
     display  Purch-Name at 0635 with foreground-color 3.
     move     spaces to WS-Carrier-In WS-Ref-In.
     display  "Carrier code (sl931)   [      ]"  at 0701 with foreground-color 2.
     accept   WS-Carrier-In at 0725 with foreground-color 3 UPPER.
     display  "Carrier invoice ref    [          ]" at 0801 with foreground-color 2.
     accept   WS-Ref-In at 0825 with foreground-color 3 UPPER.
*>
 ca010-Inv-Date.
     display  "Carrier invoice date   [          ]" at 0901 with foreground-color 2.
     perform  zz070-Convert-Date.
     accept   ws-date at 0925 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ca999-exit.
     move     ws-date to ws-test-date.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              go to ca010-Inv-Date.
     perform  zz060-UK-To-CCYYMMDD.
     move     WS-CCYYMMDD to WS-Inv-Date.
*>
     display  "OK to load (Y/N) ? [Y]" at 1101 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 1121 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to ca999-exit.
     open     input Freight-Csv-File.
     if       fs-reply not = zero
              display PL288 at 2301 with foreground-color 4 highlight
              display PL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ca999-exit.
     perform  mc000-Load-Shipments.
*>
     perform  ma000-Read-Control.
     add      1 to FRTC-Last-Audit.
     move     FRTC-Last-Audit to WS-Audit-In.
     perform  ma100-Write-Control.
     move     zero to WS-Line-No WS-Skipped WS-Billed WS-Exp-Tot
                      WS-Approved WS-Disputed WS-Cnt-OK WS-Cnt-Over
                      WS-Cnt-Dup WS-Cnt-Unknown WS-Cnt-No-Tariff.
*>
 ca020-Read.
     read     Freight-Csv-File
              at end
              go to ca800-End.
     if       Freight-Csv-Record = spaces
              go to ca020-Read.
     inspect  Freight-Csv-Record replacing all '"' by space.
     move     spaces to WS-Parse-Fields.
     unstring Freight-Csv-Record delimited by ","
              into WS-In-Consign WS-In-Date WS-In-Service
                   WS-In-Weight WS-In-Parcels WS-In-Charge.
*>
*>  Heading and total lines have no consignment or no charge.
*>
     if       function trim (WS-In-Consign) = spaces
           or function trim (WS-In-Charge) = spaces
              add 1 to WS-Skipped
              go to ca020-Read.
     if       function test-numval (WS-In-Charge) not = zero
              add 1 to WS-Skipped
              go to ca020-Read.
*>
     add      1 to WS-Line-No.
     move     spaces to FRT-Key FRT-Data.
     move     "L" to FRT-Key-Type.
     move     WS-Audit-In to FRTA-Audit-No.
     move     WS-Line-No  to FRTA-Line-No.
     move     function trim (WS-In-Consign) to FRTL-Consignment.
     move     function trim (WS-In-Date) to ws-test-date.
     perform  zz065-Csv-Date.
     move     WS-CCYYMMDD to FRTL-Date.
     move     function trim (WS-In-Service) to FRTL-Service.
     move     zero to FRTL-Weight FRTL-Parcels.
     if       function trim (WS-In-Weight) not = spaces
              move function numval (WS-In-Weight) to FRTL-Weight.
     if       function trim (WS-In-Parcels) not = spaces
              move function numval (WS-In-Parcels) to FRTL-Parcels.
     move     function numval (WS-In-Charge) to FRTL-Charge.
     move     zero to FRTL-Ship-Invoice FRTL-Expected FRTL-Approved
                      FRTL-Disputed.
     move     "N" to FRTL-Overridden.
     perform  cb000-Judge-Line.
     add      FRTL-Charge   to WS-Billed.
     add      FRTL-Expected to WS-Exp-Tot.
     add      FRTL-Approved to WS-Approved.
     add      FRTL-Disputed to WS-Disputed.
     write    Freight-Record
              invalid key
              rewrite Freight-Record
     end-write
*>
*>  Remember the consignment as billed, unless already known.
*>
     if       not FRTL-Duplicate
        and   not FRTL-Unknown
              move FRTL-Consignment to WS-Save-Key
              move spaces to FRT-Key FRT-Data
              move "K" to FRT-Key-Type
              move WS-Save-Key to FRT-Key-Rest
              move WS-Audit-In to FRTK-Audit-No
              move WS-Line-No  to FRTK-Line-No
              write Freight-Record
                    invalid key continue
              end-write
     end-if
     go       to ca020-Read.
*>
 ca800-End.
     close    Freight-Csv-File.
     move     spaces to FRT-Key FRT-Data.
     move     "A" to FRT-Key-Type.
     move     WS-Audit-In to FRTA-Audit-No.
     move     zero to FRTA-Line-No.
     move     WS-Supp-In    to FRTA-Supplier.
     move     WS-Carrier-In to FRTA-Carrier.
     move     WS-Ref-In     to FRTA-Ref.
     move     WS-Inv-Date   to FRTA-Date.
     move     WS-Today-Num  to FRTA-Loaded.
     move     WS-Line-No    to FRTA-Lines.
     move     WS-Billed     to FRTA-Billed.
     move     WS-Exp-Tot    to FRTA-Expected.
     move     WS-Approved   to FRTA-Approved.
     move     WS-Disputed   to FRTA-Disputed.
     move     "O"           to FRTA-Status.
     move     zero          to FRTA-Folio.
     write    Freight-Record
              invalid key
              rewrite Freight-Record
     end-write
*>
     display  "Audit number             " at 1301 with foreground-color 2.
     display  WS-Audit-In     at 1327 with foreground-color 3.
     display  "Lines loaded             " at 1401 with foreground-color 2.
     display  WS-Line-No      at 1427 with foreground-color 3.
     display  "  OK                     " at 1501 with foreground-color 2.
     display  WS-Cnt-OK       at 1527 with foreground-color 3.
     display  "  Overcharged            " at 1601 with foreground-color 2.
     display  WS-Cnt-Over     at 1627 with foreground-color 3.
     display  "  Duplicate charges      " at 1701 with foreground-color 2.
     display  WS-Cnt-Dup      at 1727 with foreground-color 3.
     display  "  No shipment of ours    " at 1801 with foreground-color 2.
     display  WS-Cnt-Unknown  at 1827 with foreground-color 3.
     display  "  No tariff held         " at 1901 with foreground-color 2.
     display  WS-Cnt-No-Tariff at 1927 with foreground-color 3.
     move     WS-Billed to display-8.
     display  "Billed                   " at 1441 with foreground-color 2.
     display  display-8 at 1465 with foreground-color 3.
     move     WS-Approved to display-8.
     display  "Approved                 " at 1541 with foreground-color 2.
     display  display-8 at 1565 with foreground-color 3.
     move     WS-Disputed to display-8.
     display  "Disputed                 " at 1641 with foreground-color 2.
     display  display-8 at 1665 with foreground-color 3.
     display  PL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 ca999-exit.
     exit     section.
*>
 cb000-Judge-Line        section.
*>==============================
*>
*>  The line in the record area: duplicate, unknown, else re-rated on
*>   what we shipped and compared within the tolerance.
*>
     move     FRT-Key to WS-Save-Key.
     move     FRT-Line-Data to WS-Save-Data.
*>
     move     spaces to FRT-Key.
     move     "K" to FRT-Key-Type.
     move     FRTL-Consignment to FRT-Key-Rest.
     read     Freight-File
              invalid key
              move zero to WS-Found
              go to cb010-Restore.
     move     1 to WS-Found.
*>
 cb010-Restore.
     move     WS-Save-Key to FRT-Key.
     move     WS-Save-Data to FRT-Line-Data.
     if       WS-Found not = zero
              move "D" to FRTL-Result
              move zero to FRTL-Approved
              move FRTL-Charge to FRTL-Disputed
              add 1 to WS-Cnt-Dup
              go to cb999-exit.
*>
     move     1 to WS-Sx.
*>
 cb020-Find.
     if       WS-Sx > WS-ST-Count
              move "U" to FRTL-Result
              move zero to FRTL-Approved
              move FRTL-Charge to FRTL-Disputed
              add 1 to WS-Cnt-Unknown
              go to cb999-exit.
     if       WS-ST-Consign (WS-Sx) not = FRTL-Consignment
              add 1 to WS-Sx
              go to cb020-Find.
*>
     move     WS-ST-Invoice (WS-Sx) to FRTL-Ship-Invoice.
     move     WS-ST-Service (WS-Sx) to WS-Service-In.
     move     WS-ST-Weight (WS-Sx)  to WS-Weight.
     move     WS-ST-Parcels (WS-Sx) to WS-Parcels.
     if       WS-Parcels = zero
              move 1 to WS-Parcels.
     perform  md000-Rate.
     if       WS-Rated = "N"
              move "T" to FRTL-Result
              move FRTL-Charge to FRTL-Approved
              move zero to FRTL-Expected FRTL-Disputed
              add 1 to WS-Cnt-No-Tariff
              go to cb999-exit.
     move     WS-Expected to FRTL-Expected.
     if       FRTL-Charge > FRTL-Expected + WS-Tolerance
              move "O" to FRTL-Result
              move FRTL-Expected to FRTL-Approved
              subtract FRTL-Expected from FRTL-Charge giving FRTL-Disputed
              add 1 to WS-Cnt-Over
     else
              move "K" to FRTL-Result
              move FRTL-Charge to FRTL-Approved
              move zero to FRTL-Disputed
              add 1 to WS-Cnt-OK.
*>
 cb999-exit.
     exit     section.
*>
 da000-Review            section.
*>==============================
*>
*>  A line's approved figure keyed over - what is not approved is
*>   disputed.  The audit totals follow.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Review a Line" at 0134 with foreground-color 2.
     perform  me000-Get-Audit.
     if       WS-Audit-In = zero
              go to da999-exit.
*>
 da010-Line.
     display  " " at 0501 with erase eos.
     move     zero to WS-Line-In.
     display  "Line [    ]" at 0501 with foreground-color 2.
     accept   WS-Line-In at 0507 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Line-In = zero
              go to da900-Totals.
     move     spaces to FRT-Key.
     move     "L" to FRT-Key-Type.
     move     WS-Audit-In to FRTA-Audit-No.
     move     WS-Line-In  to FRTA-Line-No.
     read     Freight-File
              invalid key
              display PL293 at 2301 with foreground-color 4 highlight
              go to da010-Line.
     display  " " at 2301 with erase eol.
     perform  mf000-Result-Text.
     display  FRTL-Consignment at 0513 with foreground-color 3.
     display  WS-Result-Text   at 0535 with foreground-color 3.
     display  "Service " at 0701 with foreground-color 2.
     display  FRTL-Service at 0709 with foreground-color 3.
     display  "Our note " at 0725 with foreground-color 2.
     display  FRTL-Ship-Invoice at 0734 with foreground-color 3.
     move     FRTL-Charge to display-8.
     display  "Billed     " at 0901 with foreground-color 2.
     display  display-8 at 0912 with foreground-color 3.
     move     FRTL-Expected to display-8.
     display  "Expected   " at 1001 with foreground-color 2.
     display  display-8 at 1012 with foreground-color 3.
     move     FRTL-Disputed to display-8.
     display  "Disputed   " at 1101 with foreground-color 2.
     display  display-8 at 1112 with foreground-color 3.
     display  "Approved   [          ]" at 1201 with foreground-color 2.
     move     FRTL-Approved to amt-ok.
     if       FRTL-Approved < zero
              move zero to amt-ok.
*>
 da020-Approved.
     accept   amt-ok at 1213 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to da010-Line.
     if       FRTL-Charge > zero
        and   amt-ok > FRTL-Charge
              go to da020-Approved.
     move     amt-ok to FRTL-Approved.
     subtract FRTL-Approved from FRTL-Charge giving FRTL-Disputed.
     if       FRTL-Disputed < zero
              move zero to FRTL-Disputed.
     move     "Y" to FRTL-Overridden.
     rewrite  Freight-Record.
     go       to da010-Line.
*>
 da900-Totals.
     perform  mg000-Retotal.
*>
 da999-exit.
     exit     section.
*>
 ea000-Report            section.
*>==============================
*>
*>  Every line, or the exceptions only, then the dispute list for the
*>   carrier - printed and as a CSV.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Audit Report & Dispute List" at 0127 with foreground-color 2.
     perform  me000-Get-Audit.
     if       WS-Audit-In = zero
              go to ea999-exit.
     display  "Exceptions only (Y/N) ? [Y]" at 0501 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 0526 with foreground-color 6 update UPPER.
     move     ws-reply to menu-reply.
*>
     open     output print-file.
     move     zero to page-nos.
     move     "Carrier Freight Audit" to l1-title.
     move     spaces to l1-audit.
     string   "Audit " WS-Audit-In " " FRTA-Ref delimited by size
                             into l1-audit.
     move     spaces to l1a-text.
     string   "Carrier " FRTA-Carrier "  Supplier " FRTA-Supplier
              "  " Purch-Name delimited by size into l1a-text.
     perform  eb000-Headings.
     move     spaces to FRT-Key.
     move     "L" to FRT-Key-Type.
     move     WS-Audit-In to FRTA-Audit-No.
     move     zero to FRTA-Line-No.
     start    Freight-File key not less than FRT-Key
              invalid key
              go to ea100-Totals.
*>
 ea010-Read.
     read     Freight-File next record
              at end
              go to ea100-Totals.
     if       not FRT-Line
           or FRTA-Audit-No not = WS-Audit-In
              go to ea100-Totals.
     if       menu-reply = "Y"
        and   FRTL-OK
        and   FRTL-Overridden not = "Y"
              go to ea010-Read.
     perform  ec000-Print-Line.
     go       to ea010-Read.
*>
 ea100-Totals.
     perform  mg000-Retotal.
     move     "Billed"                 to l4-text.
     move     FRTA-Lines to l4-count.
     move     FRTA-Billed to l4-amount.
     write    print-record from line-4 after 3.
     move     "Expected on our tariff" to l4-text.
     move     zero to l4-count.
     move     FRTA-Expected to l4-amount.
     write    print-record from line-4 after 1.
     move     "Approved"               to l4-text.
     move     FRTA-Approved to l4-amount.
     write    print-record from line-4 after 1.
     move     "Disputed"               to l4-text.
     move     FRTA-Disputed to l4-amount.
     write    print-record from line-4 after 1.
*>
*>  The dispute list - what the carrier is asked to credit.
*>
     move     "Freight Invoice Dispute List" to l1-title.
     perform  eb000-Headings.
     move     spaces to WS-Csv-Name.
     string   "frtdisp-" WS-Audit-In ".csv" delimited by size
                             into WS-Csv-Name.
     open     output Dispute-Csv.
     if       WS-Csv-Status = zero
              move "Consignment,Date,Service,Weight,Parcels,Billed,Our Rate,Disputed,Reason"
                                 to Dispute-Csv-Record
              write Dispute-Csv-Record.
     move     spaces to FRT-Key.
     move     "L" to FRT-Key-Type.
     move     WS-Audit-In to FRTA-Audit-No.
     move     zero to FRTA-Line-No.
     start    Freight-File key not less than FRT-Key
              invalid key
              go to ea900-End.
*>
 ea110-Read.
     read     Freight-File next record
              at end
              go to ea900-End.
     if       not FRT-Line
           or FRTA-Audit-No not = WS-Audit-In
              go to ea900-End.
     if       FRTL-Disputed not > zero
              go to ea110-Read.
     perform  ec000-Print-Line.
     if       WS-Csv-Status = zero
              perform ed000-Csv-Line.
     go       to ea110-Read.
*>
 ea900-End.
     move     "Total disputed"        to l4-text.
     move     zero to l4-count.
     move     FRTA-Disputed to l4-amount.
     write    print-record from line-4 after 2.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     if       WS-Csv-Status = zero
              close Dispute-Csv
              display "Dispute list written to " at 1201 with foreground-color 2
              display WS-Csv-Name at 1225 with foreground-color 3
     else
              display PL295 at 2301 with foreground-color 4 highlight
              display WS-Csv-Status at 2340 with foreground-color 4.
     display  PL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
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
     write    print-record from line-1a after 1.
     write    print-record from line-2 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     5 to line-cnt.
*>
 eb999-exit.
     exit     section.
*>
 ec000-Print-Line        section.
*>==============================
*>
     if       line-cnt > Page-Lines - 3
              perform eb000-Headings.
     move     spaces to line-3.
     move     FRTA-Line-No      to l3-line.
     move     FRTL-Consignment  to l3-consign.
     move     FRTL-Date         to WS-CCYYMMDD.
     perform  zz080-CCYYMMDD-To-Text.
     move     WS-Date-Out       to l3-date.
     move     FRTL-Service      to l3-service.
     move     FRTL-Weight       to l3-weight.
     move     FRTL-Parcels      to l3-parcels.
     move     FRTL-Charge       to l3-billed.
     move     FRTL-Expected     to l3-expected.
     move     FRTL-Approved     to l3-approved.
     move     FRTL-Disputed     to l3-disputed.
     move     FRTL-Ship-Invoice to l3-note.
     perform  mf000-Result-Text.
     move     WS-Result-Text    to l3-result.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
*>
 ec999-exit.
     exit     section.
*>
 ed000-Csv-Line          section.
*>==============================
*>
     move     spaces to Dispute-Csv-Record.
     string   function trim (FRTL-Consignment) delimited by size
              ","                       delimited by size
              l3-date                   delimited by size
              ","                       delimited by size
              function trim (FRTL-Service) delimited by size
              ","                       delimited by size
              function trim (l3-weight) delimited by size
              ","                       delimited by size
              function trim (l3-parcels) delimited by size
              ","                       delimited by size
              function trim (l3-billed) delimited by size
              ","                       delimited by size
              function trim (l3-expected) delimited by size
              ","                       delimited by size
              function trim (l3-disputed) delimited by size
              ","                       delimited by size
              function trim (WS-Result-Text) delimited by size
                                        into Dispute-Csv-Record.
     write    Dispute-Csv-Record.
*>
 ed999-exit.
     exit     section.
*>
 fa000-Raise-Folio       section.
*>==============================
*>
*>  The approved total as one folio against the carrier - carriage PA,
*>   standard VAT - for pl050 proof and pl060 posting.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Raise Approved Total" at 0130 with foreground-color 2.
     perform  me000-Get-Audit.
     if       WS-Audit-In = zero
              go to fa999-exit.
     perform  mg000-Retotal.
     if       FRTA-Approved not > zero
              display PL292 at 2301 with foreground-color 4 highlight
              display PL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to fa999-exit.
     move     FRTA-Supplier to WS-Supp-In.
     move     FRTA-Ref      to WS-Ref-In.
     move     FRTA-Approved to WS-Approved.
     move     FRTA-Date     to WS-CCYYMMDD.
     perform  zz080-CCYYMMDD-To-Text.
     move     WS-Date-Out to u-date.
     move     zero to u-bin.
     perform  maps04.
     move     u-bin to WS-Inv-Bin.
     if       WS-Inv-Bin = zero
              move WS-Today-Bin to WS-Inv-Bin.
     perform  mb000-Check-Supplier.
     if       fs-reply not = zero
              display PL290 at 2301 with foreground-color 4 highlight
              display PL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to fa999-exit.
*>
     move     FRTC-PA to WS-PA.
     display  "Carriage PA code [  ]" at 0701 with foreground-color 2.
*>
 fa010-PA.
     accept   WS-PA at 0719 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to fa999-exit.
     perform  mh000-Check-PA.
     if       fs-reply not = zero
              display PL291 at 2301 with foreground-color 4 highlight
              go to fa010-PA.
     display  " " at 2301 with erase eol.
     compute  WS-Vat rounded = WS-Approved * Vat-Rate (1) / 100.
     move     WS-Approved to display-8.
     display  "Net approved  " at 0901 with foreground-color 2.
     display  display-8 at 0915 with foreground-color 3.
     move     WS-Vat to display-8.
     display  "VAT           " at 1001 with foreground-color 2.
     display  display-8 at 1015 with foreground-color 3.
     display  "Raise the folio (Y/N) ? [Y]" at 1201 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 1226 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to fa999-exit.
*>
     perform  zz100-Read-System-Record.
     if       Next-Folio = zero
              move 1 to Next-Folio.
     move     Next-Folio to WS-Folio.
     add      1 to Next-Folio.
     perform  zz110-Write-System-Record.
*>
     perform  PInvoice-Open.
     move     spaces          to Pinvoice-Bodies (1:75).
     move     WS-Folio        to il-invoice (1).
     move     1               to il-line (1).
     move     spaces          to il-product (1).
     move     WS-PA           to il-pa (1).
     move     zero            to il-qty (1).
     move     "A"             to il-type (1).
     move     spaces          to il-description (1).
     string   "Freight audit " WS-Audit-In delimited by size
                              into il-description (1).
     move     WS-Approved     to il-net (1).
     move     zero            to il-unit (1) il-discount (1).
     move     WS-Vat          to il-vat (1).
     move     1               to il-vat-code (1).
     move     space           to il-update (1).
     move     Pinvoice-Bodies (1:75) to WS-PInvoice-Record.
     perform  PInvoice-Write.
*>
     move     spaces to PInvoice-Header.
     move     WS-Folio      to ih-invoice.
     move     zero          to ih-test.
     move     WS-Supp-In    to ih-supplier.
     move     WS-Inv-Bin    to ih-date.
     move     spaces to ih-order.
     string   "FA" WS-Audit-In delimited by size into ih-order.
     move     2             to ih-type.
     move     WS-Ref-In     to ih-ref.
     move     zero to ih-p-c ih-extra ih-carriage ih-discount
                      ih-e-vat ih-c-vat ih-deduct-days
                      ih-deduct-amt ih-deduct-vat ih-days ih-cr.
     move     WS-Approved   to ih-net.
     move     WS-Vat        to ih-vat.
     move     "GBP"         to ih-currency.
     move     1.0           to ih-exch-rate.
     move     1             to ih-lines.
     move     "P"           to ih-status.
     move     space         to ih-day-book-flag ih-update.
     move     PInvoice-Header to WS-PInvoice-Record.
     perform  PInvoice-Write.
     perform  PInvoice-Close.
*>
     move     spaces to FRT-Key.
     move     "A" to FRT-Key-Type.
     move     WS-Audit-In to FRTA-Audit-No.
     move     zero to FRTA-Line-No.
     read     Freight-File
              invalid key
              go to fa900-Show.
     move     "P" to FRTA-Status.
     move     WS-Folio to FRTA-Folio.
     rewrite  Freight-Record.
*>
 fa900-Show.
     display  "Folio raised  " at 1401 with foreground-color 2.
     display  WS-Folio at 1415 with foreground-color 3.
     display  "Now proof with pl050 and post with pl060." at 1501
                            with foreground-color 2.
     display  PL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 fa999-exit.
     exit     section.
*>
 ga000-Settings          section.
*>==============================
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Tolerance & Carriage PA Code" at 0127 with foreground-color 2.
     perform  ma000-Read-Control.
     display  "Charge tolerance per line [      ]" at 0601 with foreground-color 2.
     display  "Carriage PA code          [  ]"     at 0701 with foreground-color 2.
     accept   FRTC-Tolerance at 0628 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ga999-exit.
*>
 ga010-PA.
     accept   FRTC-PA at 0728 with foreground-color 3 update UPPER.
     if       FRTC-PA not = spaces
              move FRTC-PA to WS-PA
              perform mh000-Check-PA
              if   fs-reply not = zero
                   display PL291 at 2301 with foreground-color 4 highlight
                   go to ga010-PA
              end-if
     end-if
     display  " " at 2301 with erase eol.
     perform  ma100-Write-Control.
*>
 ga999-exit.
     exit     section.
*>
 ma000-Read-Control      section.
*>==============================
*>
     move     spaces to FRT-Key.
     move     "C" to FRT-Key-Type.
     read     Freight-File
              invalid key
              move spaces to FRT-Data
              move zero to FRTC-Last-Audit FRTC-Tolerance
              write Freight-Record
              end-write.
     move     FRTC-Tolerance to WS-Tolerance.
*>
 ma999-exit.
     exit     section.
*>
 ma100-Write-Control     section.
*>==============================
*>
     move     spaces to FRT-Key.
     move     "C" to FRT-Key-Type.
     move     FRTC-Tolerance to WS-Tolerance.
     rewrite  Freight-Record
              invalid key
              write Freight-Record
     end-rewrite.
*>
 ma199-exit.
     exit     section.
*>
 mb000-Check-Supplier    section.
*>==============================
*>
     move     WS-Supp-In to WS-Purch-Key.
     move     1 to File-Key-No.
     perform  Purch-Open-Input.
     perform  Purch-Read-Indexed.
     move     fs-reply to WS-Csv-Status.
     perform  Purch-Close.
     move     WS-Csv-Status to fs-reply.
     move     zero to WS-Csv-Status.
*>
 mb999-exit.
     exit     section.
*>
 mc000-Load-Shipments    section.
*>==============================
*>
*>  Every sl931 shipment for the carrier that has a consignment ref.
*>
     move     zero to WS-ST-Count.
     open     input Shipment-File.
     if       fs-reply not = zero
              go to mc999-exit.
*>
 mc010-Read.
     read     Shipment-File next record
              at end
              go to mc900-Close.
     if       Ship-Carrier not = WS-Carrier-In
           or Ship-Consignment = spaces
              go to mc010-Read.
     if       WS-ST-Count = 5000
              display PL294 at 2301 with foreground-color 4 highlight
              go to mc900-Close.
     add      1 to WS-ST-Count.
     move     Ship-Consignment to WS-ST-Consign (WS-ST-Count).
     move     Ship-Invoice     to WS-ST-Invoice (WS-ST-Count).
     move     Ship-Service     to WS-ST-Service (WS-ST-Count).
     move     Ship-Weight      to WS-ST-Weight (WS-ST-Count).
     move     Ship-Parcels     to WS-ST-Parcels (WS-ST-Count).
     go       to mc010-Read.
*>
 mc900-Close.
     close    Shipment-File.
*>
 mc999-exit.
     exit     section.
*>
 md000-Rate              section.
*>==============================
*>
*>  Tariff for WS-Carrier-In / WS-Service-In at WS-Weight: the first
*>   band whose "up to" is not below the weight.  WS-Rated "N" if none.
*>   The line being built is kept round the tariff read.
*>
     move     "N" to WS-Rated.
     move     zero to WS-Expected.
     move     FRT-Key to WS-Save-Key.
     move     FRT-Line-Data to WS-Save-Data.
     move     spaces to FRT-Key.
     move     "T" to FRT-Key-Type.
     move     WS-Carrier-In to FRTT-Carrier.
     move     WS-Service-In to FRTT-Service.
     move     WS-Weight     to FRTT-Weight-To.
     start    Freight-File key not less than FRT-Key
              invalid key
              go to md900-Restore.
     read     Freight-File next record
              at end
              go to md900-Restore.
     if       not FRT-Tariff
           or FRTT-Carrier not = WS-Carrier-In
           or FRTT-Service not = WS-Service-In
              go to md900-Restore.
     compute  WS-Expected rounded = FRTT-Base
                                  + (FRTT-Per-Parcel * WS-Parcels)
                                  + (FRTT-Per-KG * WS-Weight).
     move     "Y" to WS-Rated.
*>
 md900-Restore.
     move     WS-Save-Key to FRT-Key.
     move     WS-Save-Data to FRT-Line-Data.
*>
 md999-exit.
     exit     section.
*>
 me000-Get-Audit         section.
*>==============================
*>
*>  Audit number, offered the latest; its header left in the record
*>   area.  Raising and reviewing need it still open.
*>
     move     zero to WS-Audit-In.
     perform  ma000-Read-Control.
     move     FRTC-Last-Audit to WS-Audit-In.
     display  "Audit no. [      ]" at 0301 with foreground-color 2.
     accept   WS-Audit-In at 0312 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Audit-In = zero
              move zero to WS-Audit-In
              go to me999-exit.
     move     spaces to FRT-Key.
     move     "A" to FRT-Key-Type.
     move     WS-Audit-In to FRTA-Audit-No.
     move     zero to FRTA-Line-No.
     read     Freight-File
              invalid key
              move zero to WS-Audit-In.
     if       WS-Audit-In not = zero
        and   FRTA-Posted
        and   menu-reply not = "4"
              move zero to WS-Audit-In.
     if       WS-Audit-In = zero
              display PL289 at 2301 with foreground-color 4 highlight
              display PL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to me999-exit.
     display  FRTA-Supplier at 0321 with foreground-color 3.
     display  FRTA-Ref at 0330 with foreground-color 3.
     move     FRTA-Supplier to WS-Purch-Key.
     move     1 to File-Key-No.
     perform  Purch-Open-Input.
     perform  Purch-Read-Indexed.
     if       fs-reply not = zero
              move spaces to Purch-Name.
     perform  Purch-Close.
     display  Purch-Name at 0341 with foreground-color 3.
*>
 me999-exit.
     exit     section.
*>
 mf000-Result-Text       section.
*>==============================
*>
     move     spaces to WS-Result-Text.
     if       FRTL-OK
              move "OK"          to WS-Result-Text.
     if       FRTL-Overcharge
              move "Overcharge"  to WS-Result-Text.
     if       FRTL-Duplicate
              move "Duplicate"   to WS-Result-Text.
     if       FRTL-Unknown
              move "Not ours"    to WS-Result-Text.
     if       FRTL-No-Tariff
              move "No tariff"   to WS-Result-Text.
     if       FRTL-Overridden = "Y"
              move "*" to WS-Result-Text (11:1).
*>
 mf999-exit.
     exit     section.
*>
 mg000-Retotal           section.
*>==============================
*>
*>  Audit header totals again from its lines, left in the record area.
*>
     move     zero to WS-Billed WS-Exp-Tot WS-Approved WS-Disputed.
     move     spaces to FRT-Key.
     move     "L" to FRT-Key-Type.
     move     WS-Audit-In to FRTA-Audit-No.
     move     zero to FRTA-Line-No.
     start    Freight-File key not less than FRT-Key
              invalid key
              go to mg100-Header.
*>
 mg010-Read.
     read     Freight-File next record
              at end
              go to mg100-Header.
     if       not FRT-Line
           or FRTA-Audit-No not = WS-Audit-In
              go to mg100-Header.
     add      FRTL-Charge   to WS-Billed.
     add      FRTL-Expected to WS-Exp-Tot.
     add      FRTL-Approved to WS-Approved.
     add      FRTL-Disputed to WS-Disputed.
     go       to mg010-Read.
*>
 mg100-Header.
     move     spaces to FRT-Key.
     move     "A" to FRT-Key-Type.
     move     WS-Audit-In to FRTA-Audit-No.
     move     zero to FRTA-Line-No.
     read     Freight-File
              invalid key
              go to mg999-exit.
     move     WS-Billed   to FRTA-Billed.
     move     WS-Exp-Tot  to FRTA-Expected.
     move     WS-Approved to FRTA-Approved.
     move     WS-Disputed to FRTA-Disputed.
     rewrite  Freight-Record.
*>
 mg999-exit.
     exit     section.
*>
 mh000-Check-PA          section.
*>==============================
*>
     perform  Analysis-Open-Input.
     move     "P"   to Pa-System.
     move     WS-PA to Pa-Group.
     move     1 to File-Key-No.
     perform  Analysis-Read-Indexed.
     move     fs-reply to WS-Csv-Status.
     perform  Analysis-Close.
     move     WS-Csv-Status to fs-reply.
     move     zero to WS-Csv-Status.
*>
 mh999-exit.
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
*>  Carrier's date in ws-test-date, dd/mm/ccyy or ccyy-mm-dd, to
*>   WS-CCYYMMDD - zero when it is not a date.
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
