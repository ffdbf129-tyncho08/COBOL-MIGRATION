       >>source free
*>*********************************************
*>                                            *
*>   Plastic Packaging Tax Return & Records   *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         xl155.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Quarterly Plastic Packaging Tax return and
*>                        the supporting records kept behind it.
*>                        The plastic packaging on each stock item -
*>                        grams per stocking unit, recycled plastic
*>                        content and the evidence for it - lives on
*>                        the Plastic-File (fdplastic.cob), the stock
*>                        record being full.
*>                        The run takes the quarter's goods received
*>                        (pl035 GRN log), imports being receipts from
*>                        suppliers with an overseas country on the
*>                        xl142 reference file, the finished goods
*>                        made (st070 completions log) and, as the
*>                        qualifying exports, the sales invoices and
*>                        credit notes for customers with an overseas
*>                        country.  Each movement is printed with its
*>                        weight and treatment as the record to keep,
*>                        followed by the return figures: weight made,
*>                        imported and otherwise received, less human
*>                        medicines packaging, direct exports and
*>                        packaging of 30% or more recycled plastic,
*>                        giving the taxable weight and the tax due
*>                        at the rate per tonne keyed for the run.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     Maps04.
*>                        acas011 (Stock), acas016 (Invoices).
*>**
*>    Files used.
*>                        plastic.dat   - file-134, maintained here.
*>                        intrastat.dat - country codes (xl142).
*>                        plgrn.dat     - GRN log (pl035).
*>                        stasmlog.dat  - completions log (st070).
*>**
*>    Error messages used.
*>                        XL194    Stock item not found.
*>                        XL195    Recycled content over 100%.
*>                        XL196    Invalid quarter.
*>                        XL197    No country references.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for Plastic Packaging Tax.
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
 copy "selplastic.cob".
 copy "selintra.cob".
 copy "selprint.cob".
*>
     select   PL-GRN-File assign "plgrn.dat"
                   organization  line sequential
                   status Grn-Fs-Reply.
*>
     select   Asm-Log-File assign "stasmlog.dat"
                   organization  line sequential
                   status Asm-Fs-Reply.
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdplastic.cob".
 copy "fdintra.cob".
 copy "fdprint.cob".
 copy "fdplgrn.cob".
 copy "fdasmlog.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "XL155 (3.02.00)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wsstock.cob".
 copy "slwsinv2.cob" replacing ==il-product== by ==sil2-product==
                               ==il-qty==     by ==sil2-qty==
                               ==il-net==     by ==sil2-net==
                               ==Invoice-Nos== by ==SInv2-Nos==
                               ==Item-Nos==   by ==SItem2-Nos==.
 01  WS-Invoice-Record  redefines Invoice-Record
                                pic x(137).
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
     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  WS-Analysis-Record     pic x.
     03  WS-Del-Inv-Nos-Record  pic x.
     03  WS-Purch-Record        pic x.
     03  WS-Pay-Record          pic x.
*>     03  WS-Invoice-Record      pic x.
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
     03  WS-PK-Status    pic 99           value zero.
     03  Grn-Fs-Reply    pic 99           value zero.
     03  Asm-Fs-Reply    pic 99           value zero.
     03  WS-Intra-Open   pic x            value "N".
         88  WS-Have-Intra                value "Y".
     03  WS-PK-Found     pic x            value "N".
         88  WS-Have-PK                   value "Y".
     03  WS-Key-In       pic x(13)        value spaces.
     03  WS-Qtr-Month    pic 99           value zero.
     03  WS-Qtr-Year     pic 9(4)         value zero.
     03  WS-From-Period  pic 9(6)         value zero.     *> ccyymm
     03  WS-To-Period    pic 9(6)         value zero.
     03  WS-Num-Date     pic 9(8)         value zero.     *> ccyymmdd
     03  filler redefines WS-Num-Date.
         05  WS-Num-Period pic 9(6).
         05  WS-Num-Days   pic 99.
     03  WS-Rate         pic 9(4)v99      value 223.69.   *> per tonne
     03  WS-Min-Recycled pic 999          value 30.       *> % exempt at
     03  WS-Country      pic xx           value spaces.
     03  WS-Lines-In     pic 99           value zero.
     03  WS-Line-No      pic 99           value zero.
     03  WS-Cur-Inv      pic 9(8)         value zero.
     03  WS-Inv-Type     pic 9            value zero.
     03  WS-Qty          pic s9(7)        value zero.
     03  WS-Line-Kg      pic s9(7)v999    value zero.
     03  WS-Movements    pic 9(5)         value zero.
*>
*>  The return figures, all kg.
*>
 01  WS-Return-Totals.
     03  WS-Tot-Made     pic s9(9)v999 comp-3 value zero.
     03  WS-Tot-Imported pic s9(9)v999 comp-3 value zero.
     03  WS-Tot-UK-Rcvd  pic s9(9)v999 comp-3 value zero.
     03  WS-Tot-Liable   pic s9(9)v999 comp-3 value zero.
     03  WS-Tot-Medicine pic s9(9)v999 comp-3 value zero.
     03  WS-Tot-Exports  pic s9(9)v999 comp-3 value zero.
     03  WS-Tot-Recycled pic s9(9)v999 comp-3 value zero.
     03  WS-Tot-Taxable  pic s9(9)v999 comp-3 value zero.
     03  WS-Tot-UK-Taxed pic s9(9)v999 comp-3 value zero.
     03  WS-Tot-Tonnes   pic s9(6)v999 comp-3 value zero.
     03  WS-Tax-Due      pic s9(9)v99  comp-3 value zero.
*>
 01  Error-Messages.
     03  XL003          pic x(28) value "XL003 Hit Return To Continue".
     03  XL194          pic x(26) value "XL194 Stock item not found".
     03  XL195          pic x(38) value "XL195 Recycled content cannot pass 100".
     03  XL196          pic x(31) value "XL196 Invalid quarter end month".
     03  XL197          pic x(56) value "XL197 No country references (xl142) - all taken as home".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(40)       value spaces.
     03  filler          pic x(11)       value "Quarter to ".
     03  l1-month        pic 99.
     03  filler          pic x           value "/".
     03  l1-year         pic 9(4).
     03  filler          pic x(18)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  filler          pic x(132)      value "Type Date       Document Account Item          " &
                                               "    Qty  Grams/Unit  Weight kg Rec% Treatment".
*>
 01  line-3.
     03  l3-type         pic x(5).
     03  l3-date         pic 9999/99/99.
     03  filler          pic x           value space.
     03  l3-doc          pic z(7)9.
     03  filler          pic x           value space.
     03  l3-acct         pic x(8).
     03  l3-item         pic x(14).
     03  l3-qty          pic -(6)9.
     03  l3-grams        pic z(8)9.99.
     03  l3-kg           pic -(7)9.999.
     03  l3-recycled     pic zzz9.
     03  filler          pic x           value space.
     03  l3-treatment    pic x(26).
*>
 01  line-4.
     03  l4-lit          pic x(56).
     03  l4-value        pic z(8)9.999-.
     03  filler          pic x(3)        value spaces.
     03  l4-uom          pic x(6).
*>
 01  line-5.
     03  l5-lit          pic x(56).
     03  l5-value        pic z(9)9.99-.
*>
 01  line-6.
     03  l6-lit          pic x(56)       value "Movements recorded".
     03  l6-count        pic z(8)9.
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
     open     i-o Plastic-File.
     if       WS-PK-Status not = zero
              open  output Plastic-File
              close Plastic-File
              open  i-o    Plastic-File.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Plastic Packaging Tax" at 0130 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Item Plastic Packaging"             at 0811 with foreground-color 2.
     display  "(2)  Quarterly Return & Records Run"     at 0911 with foreground-color 2.
     display  "(X)  Return To Menu"                     at 1111 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Item-Packaging
              go to menu-return.
     if       menu-reply = "2"
              perform  da000-Quarterly-Run
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    Plastic-File.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Item-Packaging    section.
*>==============================
*>
*>  Zero grams removes the item's record.
*>
     perform  Stock-Open-Input.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Item Plastic Packaging" at 0130 with foreground-color 2.
*>
 ba010-Get-Item.
     move     spaces to WS-Key-In.
     display  "Stock Item [             ]" at 0701 with foreground-color 2.
     accept   WS-Key-In at 0713 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Key-In = spaces
              go to ba900-Close.
     move     WS-Key-In to WS-Stock-Key.
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     if       fs-reply not = zero
              display XL194 at 2301 with foreground-color 4 highlight
              go to ba010-Get-Item.
     display  space at 2301 with erase eol.
     display  WS-Stock-Desc at 0728 with foreground-color 3.
*>
     move     WS-Key-In to PK-Stock-Key.
     move     "Y" to WS-PK-Found.
     read     Plastic-File
              invalid key
              move "N" to WS-PK-Found
              initialize Plastic-Record
              move WS-Key-In to PK-Stock-Key
              move "N"       to PK-Medicine PK-UK-Taxed
     end-read
     display  "Grams plastic per unit  [        ]" at 0901 with foreground-color 2.
     display  "Recycled plastic %      [   ]"      at 1001 with foreground-color 2.
     display  "Recycled evidence ref   [                    ]"
                                                   at 1101 with foreground-color 2.
     display  "Human medicines (Y/N)   [ ]"        at 1201 with foreground-color 2.
     display  "Taxed by UK maker (Y/N) [ ]"        at 1301 with foreground-color 2.
*>
 ba020-Get-Weight.
     accept   PK-Weight at 0926 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              display " " at 0701 with erase eos
              go to ba010-Get-Item.
     if       PK-Weight = zero
              go to ba080-Remove.
*>
 ba030-Get-Recycled.
     accept   PK-Recycled at 1026 with foreground-color 3 update.
     if       PK-Recycled > 100
              display XL195 at 2301 with foreground-color 4 highlight
              go to ba030-Get-Recycled.
     display  space at 2301 with erase eol.
     accept   PK-Evidence at 1126 with foreground-color 3 update.
*>
 ba040-Get-Medicine.
     accept   PK-Medicine at 1226 with foreground-color 3 update UPPER.
     if       PK-Medicine not = "Y" and not = "N"
              go to ba040-Get-Medicine.
*>
 ba050-Get-UK-Taxed.
     accept   PK-UK-Taxed at 1326 with foreground-color 3 update UPPER.
     if       PK-UK-Taxed not = "Y" and not = "N"
              go to ba050-Get-UK-Taxed.
*>
     if       WS-Have-PK
              rewrite Plastic-Record
     else
              write Plastic-Record.
     go       to ba090-Another.
*>
 ba080-Remove.
     if       WS-Have-PK
              delete Plastic-File record.
*>
 ba090-Another.
     display  "Saved - another (Y/N) ? [Y]" at 1501 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 1526 with foreground-color 6 update UPPER.
     if       ws-reply = "Y"
              display " " at 0701 with erase eos
              go to ba010-Get-Item.
*>
 ba900-Close.
     perform  Stock-Close.
*>
 ba999-exit.
     exit     section.
*>
 da000-Quarterly-Run     section.
*>==============================
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Quarterly Return & Records Run" at 0126 with foreground-color 2.
     move     to-day (4:2) to WS-Qtr-Month.
     move     to-day (7:4) to WS-Qtr-Year.
     if       Date-USA
              move to-day (1:2) to WS-Qtr-Month.
     if       Date-Intl
              move to-day (6:2) to WS-Qtr-Month
              move to-day (1:4) to WS-Qtr-Year.
     display  "Quarter ending month [  ] year [    ]" at 0701 with foreground-color 2.
     display  "Rate per tonne       [       ]"        at 0901 with foreground-color 2.
*>
 da010-Get-Quarter.
     accept   WS-Qtr-Month at 0723 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to da999-exit.
     if       WS-Qtr-Month < 1 or > 12
              display XL196 at 2301 with foreground-color 4 highlight
              go to da010-Get-Quarter.
     display  space at 2301 with erase eol.
     accept   WS-Qtr-Year at 0733 with foreground-color 3 update.
     accept   WS-Rate at 0923 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to da999-exit.
*>
     compute  WS-To-Period = (WS-Qtr-Year * 100) + WS-Qtr-Month.
     if       WS-Qtr-Month > 2
              subtract 2 from WS-To-Period giving WS-From-Period
     else
              compute WS-From-Period = ((WS-Qtr-Year - 1) * 100)
                                     + WS-Qtr-Month + 10.
*>
     initialize WS-Return-Totals.
     move     zero to WS-Movements.
     move     "N" to WS-Intra-Open.
     open     input Intra-File.
     if       fs-reply = zero
              move "Y" to WS-Intra-Open
     else
              display XL197 at 2301 with foreground-color 4 highlight
              accept  ws-reply at 2358.
*>
     open     output print-file.
     move     zero to page-nos.
     move     WS-Qtr-Month to l1-month.
     move     WS-Qtr-Year  to l1-year.
     move     "Plastic Packaging Tax Records for" to l1-title.
     perform  ha000-Headings.
*>
     display  "Reading goods received ..."  at 1201 with foreground-color 2.
     perform  ea000-Scan-Receipts.
     display  "Reading goods made ..."      at 1301 with foreground-color 2.
     perform  fa000-Scan-Made.
     display  "Reading exports ..."         at 1401 with foreground-color 2.
     perform  ga000-Scan-Exports.
     perform  hc000-Print-Return.
*>
     close    print-file.
     call     "SYSTEM" using Print-Report.
     if       WS-Have-Intra
              close Intra-File.
*>
     display  "Return and records printed - tax due" at 1601 with foreground-color 2.
     move     WS-Tax-Due to l5-value.
     display  l5-value at 1638 with foreground-color 3.
     display  XL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 da999-exit.
     exit     section.
*>
 ea000-Scan-Receipts     section.
*>==============================
*>
*>  Receipts logged at goods-in - imported when the supplier has an
*>   overseas country on the xl142 references.
*>
     open     input PL-GRN-File.
     if       Grn-Fs-Reply not = zero
              go to ea999-exit.
*>
 ea010-Read.
     read     PL-GRN-File
              at end
              close PL-GRN-File
              go to ea999-exit.
     if       Grn-Qty-Received not > zero
           or Grn-Product = spaces
           or Grn-Date (1:6) < WS-From-Period
           or Grn-Date (1:6) > WS-To-Period
              go to ea010-Read.
     move     Grn-Product to WS-Key-In.
     perform  ma000-Get-Packaging.
     if       not WS-Have-PK
              go to ea010-Read.
*>
     move     "P" to IS-Key-Type.
     move     Grn-Supplier to WS-Key-In.
     perform  mb000-Get-Country.
*>
     move     Grn-Qty-Received to WS-Qty.
     perform  mc000-Line-Weight.
     move     "GRN"          to l3-type.
     move     Grn-Date       to l3-date.
     move     Grn-Folio      to l3-doc.
     move     Grn-Supplier   to l3-acct.
*>
     if       WS-Country not = spaces and not = "GB"
              add  WS-Line-Kg to WS-Tot-Imported
              perform md000-Liable-Treatment
     else
      if      PK-Is-UK-Taxed
              add  WS-Line-Kg to WS-Tot-UK-Taxed
              move "UK maker taxed - not counted" to l3-treatment
      else
              add  WS-Line-Kg to WS-Tot-UK-Rcvd
              perform md000-Liable-Treatment.
     perform  hb000-Print-Movement.
     go       to ea010-Read.
*>
 ea999-exit.
     exit     section.
*>
 fa000-Scan-Made         section.
*>==============================
*>
*>  Finished goods completed from work in progress (st070).
*>
     open     input Asm-Log-File.
     if       Asm-Fs-Reply not = zero
              go to fa999-exit.
*>
 fa010-Read.
     read     Asm-Log-File
              at end
              close Asm-Log-File
              go to fa999-exit.
     if       Asm-Qty = zero
           or Asm-Date (1:6) < WS-From-Period
           or Asm-Date (1:6) > WS-To-Period
              go to fa010-Read.
     move     Asm-Product to WS-Key-In.
     perform  ma000-Get-Packaging.
     if       not WS-Have-PK
              go to fa010-Read.
*>
     move     Asm-Qty to WS-Qty.
     perform  mc000-Line-Weight.
     move     "MADE"         to l3-type.
     move     Asm-Date       to l3-date.
     move     zero           to l3-doc.
     move     spaces         to l3-acct.
     add      WS-Line-Kg to WS-Tot-Made.
     perform  md000-Liable-Treatment.
     perform  hb000-Print-Movement.
     go       to fa010-Read.
*>
 fa999-exit.
     exit     section.
*>
 ga000-Scan-Exports      section.
*>==============================
*>
*>  Direct exports off the quarter's invoices (credit notes take
*>   back) for customers with an overseas country reference.
*>
     if       not WS-Have-Intra
              go to ga999-exit.
     perform  Invoice-Open-Input.
     if       fs-reply not = zero
              go to ga999-exit.
*>
 ga010-Read-Header.
     perform  Invoice-Read-Next-Header.
     if       fs-reply = 10
              perform Invoice-Close
              go to ga999-exit.
     if       ih-test not = zero
           or ih-type = 1 or 4
              go to ga010-Read-Header.
     move     ih-date to u-bin.
     perform  ya000-Inv-Date.
     if       WS-Num-Period < WS-From-Period
           or WS-Num-Period > WS-To-Period
              go to ga010-Read-Header.
*>
     move     "C" to IS-Key-Type.
     move     ih-customer to WS-Key-In.
     perform  mb000-Get-Country.
     if       WS-Country = spaces or = "GB"
              go to ga010-Read-Header.
*>
     move     ih-invoice  to WS-Cur-Inv.
     move     ih-type     to WS-Inv-Type.
     move     ih-lines    to WS-Lines-In.
     move     ih-customer to l3-acct.
     move     1 to WS-Line-No.
*>
 ga020-Read-Line.
     if       WS-Line-No > WS-Lines-In
              go to ga010-Read-Header.
     move     WS-Cur-Inv  to SInv2-Nos.
     move     WS-Line-No  to SItem2-Nos.
     perform  Invoice-Read-Indexed.
     add      1 to WS-Line-No.
     if       fs-reply not = zero
           or sil2-product = spaces
              go to ga020-Read-Line.
     move     sil2-product to WS-Key-In.
     perform  ma000-Get-Packaging.
     if       not WS-Have-PK
              go to ga020-Read-Line.
*>
     move     sil2-qty to WS-Qty.
     if       WS-Inv-Type = 3
              multiply -1 by WS-Qty.
     perform  mc000-Line-Weight.
     move     "EXP"       to l3-type.
     move     WS-Num-Date to l3-date.
     move     WS-Cur-Inv  to l3-doc.
*>
*>  Only packaging counted as taxable comes off again.
*>
     if       PK-Is-Medicine
           or PK-Is-UK-Taxed
           or PK-Recycled not < WS-Min-Recycled
              move "Export - not in taxable" to l3-treatment
     else
              add  WS-Line-Kg to WS-Tot-Exports
              move "Export - deducted" to l3-treatment.
     perform  hb000-Print-Movement.
     go       to ga020-Read-Line.
*>
 ga999-exit.
     exit     section.
*>
 ha000-Headings          section.
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
 ha999-exit.
     exit     section.
*>
 hb000-Print-Movement    section.
*>==============================
*>
     move     WS-Key-In    to l3-item.
     move     WS-Qty       to l3-qty.
     move     PK-Weight    to l3-grams.
     move     WS-Line-Kg   to l3-kg.
     move     PK-Recycled  to l3-recycled.
     if       line-cnt > Page-Lines - 3
              perform ha000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
     add      1 to WS-Movements.
*>
 hb999-exit.
     exit     section.
*>
 hc000-Print-Return      section.
*>==============================
*>
     add      WS-Tot-Made WS-Tot-Imported WS-Tot-UK-Rcvd
                               giving WS-Tot-Liable.
     compute  WS-Tot-Taxable = WS-Tot-Liable - WS-Tot-Medicine
                             - WS-Tot-Exports - WS-Tot-Recycled.
     if       WS-Tot-Taxable < zero
              move zero to WS-Tot-Taxable.
     compute  WS-Tot-Tonnes rounded = WS-Tot-Taxable / 1000.
     compute  WS-Tax-Due rounded = WS-Tot-Taxable * WS-Rate / 1000.
*>
     move     "Plastic Packaging Tax Return for" to l1-title.
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     write    print-record from line-1 after page.
     move     spaces to print-record.
     write    print-record after 1.
     move     "kg" to l4-uom.
     move     "Finished plastic packaging made here (assembly)" to l4-lit.
     move     WS-Tot-Made to l4-value.
     write    print-record from line-4 after 2.
     move     "Imported - received from overseas suppliers" to l4-lit.
     move     WS-Tot-Imported to l4-value.
     write    print-record from line-4 after 1.
     move     "Received from UK suppliers, not taxed by the maker" to l4-lit.
     move     WS-Tot-UK-Rcvd to l4-value.
     write    print-record from line-4 after 1.
     move     "Total plastic packaging liable" to l4-lit.
     move     WS-Tot-Liable to l4-value.
     write    print-record from line-4 after 2.
     move     "Less human medicines packaging" to l4-lit.
     move     WS-Tot-Medicine to l4-value.
     write    print-record from line-4 after 2.
     move     "Less direct exports" to l4-lit.
     move     WS-Tot-Exports to l4-value.
     write    print-record from line-4 after 1.
     move     "Less containing 30% or more recycled plastic" to l4-lit.
     move     WS-Tot-Recycled to l4-value.
     write    print-record from line-4 after 1.
     move     "Taxable weight" to l4-lit.
     move     WS-Tot-Taxable to l4-value.
     write    print-record from line-4 after 2.
     move     "tonnes" to l4-uom.
     move     WS-Tot-Tonnes to l4-value.
     write    print-record from line-4 after 1.
     move     "Rate per tonne" to l5-lit.
     move     WS-Rate to l5-value.
     write    print-record from line-5 after 2.
     move     "Tax due" to l5-lit.
     move     WS-Tax-Due to l5-value.
     write    print-record from line-5 after 1.
     move     "kg" to l4-uom.
     move     "Memo - UK receipts already taxed by the maker" to l4-lit.
     move     WS-Tot-UK-Taxed to l4-value.
     write    print-record from line-4 after 3.
     move     WS-Movements to l6-count.
     write    print-record from line-6 after 1.
*>
 hc999-exit.
     exit     section.
*>
 ma000-Get-Packaging     section.
*>==============================
*>
*>  WS-Key-In holds the item - WS-PK-Found Y when it carries plastic
*>   packaging.
*>
     move     "N" to WS-PK-Found.
     move     WS-Key-In to PK-Stock-Key.
     read     Plastic-File
              invalid key
              go to ma999-exit
     end-read
     if       PK-Weight not = zero
              move "Y" to WS-PK-Found.
*>
 ma999-exit.
     exit     section.
*>
 mb000-Get-Country       section.
*>==============================
*>
*>  IS-Key-Type and WS-Key-In (the account) set by the caller,
*>   country back in WS-Country, spaces when none is held.
*>
     move     spaces to WS-Country.
     if       not WS-Have-Intra
              go to mb999-exit.
     move     WS-Key-In to IS-Key-Rest.
     read     Intra-File
              invalid key
              go to mb999-exit
     end-read
     move     IS-Country to WS-Country.
*>
 mb999-exit.
     exit     section.
*>
 mc000-Line-Weight       section.
*>==============================
*>
*>  Item back in WS-Key-In for the print, line weight in kg.
*>
     move     PK-Stock-Key to WS-Key-In.
     compute  WS-Line-Kg rounded = WS-Qty * PK-Weight / 1000.
*>
 mc999-exit.
     exit     section.
*>
 md000-Liable-Treatment  section.
*>==============================
*>
*>  A liable line made or received - what comes off it again.
*>
     if       PK-Is-Medicine
              add  WS-Line-Kg to WS-Tot-Medicine
              move "Human medicines - exempt" to l3-treatment
              go to md999-exit.
     if       PK-Recycled not < WS-Min-Recycled
              add  WS-Line-Kg to WS-Tot-Recycled
              move "30%+ recycled - exempt" to l3-treatment
              go to md999-exit.
     move     "Taxable" to l3-treatment.
*>
 md999-exit.
     exit     section.
*>
 ya000-Inv-Date          section.
*>==============================
*>
*>  u-bin in, WS-Num-Date out as ccyymmdd in whatever the date form.
*>
     move     zero to WS-Num-Date.
     call     "maps04"  using  maps03-ws.
     if       u-date = spaces
              go to ya999-exit.
     if       Date-Intl
              move u-intl-year  to WS-Num-Date (1:4)
              move u-intl-month to WS-Num-Date (5:2)
              move u-intl-days  to WS-Num-Date (7:2)
              go to ya999-exit.
     move     u-year to WS-Num-Date (1:4).
     if       Date-USA
              move u-usa-month to WS-Num-Date (5:2)
              move u-usa-days  to WS-Num-Date (7:2)
     else
              move u-month     to WS-Num-Date (5:2)
              move u-days      to WS-Num-Date (7:2).
*>
 ya999-exit.
     exit     section.
*>
 copy "Proc-ACAS-FH-Calls.cob".
*>
