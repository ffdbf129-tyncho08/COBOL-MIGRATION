*>    Version.            See Prog-Name In Ws.
*>
*>    Called Modules.     Maps04.
*>                        SYSTEM   (mkdir for the despatch advice).
*>                        acas011  ->
*>                         stockMT.
*>                        acas012  ->       (Sales)
*>                         deliveryMT.
*>                        acas016  ->
*>                         invoiceMT.
*>                        sl946.   Document translation lookup.
*>**
*>    Error messages used.  These messages are remarked out, as page align is off.
*>                          You will need them if using continuous stationary.
*>                        SL003 hit return ...
*>                        SL200 Form alignment msg.
*>                        SL370 GS1 prefix must be 7 to 10 digits.
*>                        SL371 Carton number out of range.
*>                        SL372 Despatch advice file not written.
*>**
*> Changes
*> 24/03/12 vbc - .01 Migration to Open Cobol v3.01.nn and code added to match sl930.
*>                    by PSN. "Packed by " previously added.
*> 16/04/24 vbc       Copyright notice update superseding all previous notices.
*> 04/02/25 vbc - .19 Added WS-  to Stock-Location.
*> 15/10/26 vbc - .20 Delivery notes print in the customer's language
*>                    (sl945) - headings and legends looked up via sl946
*>                    when the language changes, falling back to English.
*>                    See zz095-Set-Language.
*> 15/10/26 vbc - .21 Dangerous goods - items flagged DG in st010 are
*>                    listed after the item count as a declaration:
*>                    UN number, proper shipping name, class, sub risk,
*>                    packing group, limited qty, qty and net qty, with
*>                    the consignor's declaration.  See dg000/dg100.
*> 15/10/26 vbc - .22 Electronic despatch advice for customers flagged
*>                    D or B in Sales-Einv-Flag (sl010): after the note
*>                    the cartons are keyed (default the sl931 parcel
*>                    count) and each line packed into them, every
*>                    carton gets an SSCC (GS1 prefix and serial on
*>                    the desadv.dat control record), the advice file
*>                    (order ref, cartons, lines, lots/expiry from the
*>                    serial file, sl931 consignment) is written to
*>                    ACAS_LEDGERS/desadv/customer, an SSCC label per
*>                    carton printed and the advice logged.  See da000.
*>*************************************************************************
*>
*>  From copyright.cob.
*> copy "selsl.cob".
*> copy "seldel.cob".
 copy "selprint-2.cpy" replacing "prt-1" by "prt-3".	*> Dispatch printer
 copy "seldgood.cob".                      *> 15/10/26 dangerous goods
 copy "seldsadv.cob".                      *> 15/10/26 despatch advice
 copy "selship.cob".
 copy "selstkser.cob".
*>
     select  Desadv-File     assign               WS-DA-File
                             organization         line sequential
                             status               WS-DA-Status.
*>
 data                    division.
*>===============================
*> copy "fdstock.cob".
*> copy "fdsl.cob".
*> copy "fddel.cob".
*>
 copy "fddgood.cob".                       *> 15/10/26 dangerous goods
 copy "fddsadv.cob".                       *> 15/10/26 despatch advice
 copy "fdship.cob".
 copy "fdstkser.cob".
*>
 fd  Desadv-File.
 01  Desadv-Record           pic x(256).
*>
 fd  print-file.
*>
*>
 working-storage section.
*>----------------------
 77  prog-name               pic x(15) value "SL950 (3.02.22)".
*>
*> Change this to suite your requirements. This is set portrait, going to a
*>  different printer than normal
                                pic x(137).
 copy "wssl.cob".
 copy "wsdel.cob".
 copy "wslang.cob".     *> 15/10/26 sl946 translations.
*>
*> 15/10/26 - wording moved in at print time, held here in English and
*>  replaced from the customer's language by zz095-Set-Language.
*>
 01  WS-Lang-Data.
     03  WS-Last-Lang     pic xx         value spaces.
     03  WS-Lit-Receipt   pic x(12)      value "Receipt Pick".
     03  WS-Lit-Invoice   pic x(12)      value "Invoice Pick".
     03  WS-Lit-Count     pic x(32)      value "                Total Item Count".
     03  WS-Lit-Packed    pic x(32)      value "Packed by ............".
 copy "wsstock.cob".
*>
*> 15/10/26 - dangerous goods lines on the note being printed, for the
*>  declaration after the item count - see dg000/dg100.
*>
 01  WS-DG-Data.
     03  WS-DG-Status     pic 99         value zero.
     03  WS-DG-Open       pic x          value "N".
     03  WS-DG-Cnt        pic 99         value zero.
     03  WS-DG-Ndx        pic 99         value zero.
     03  WS-DG-Tot-Units  pic 9(6)       value zero.
     03  WS-DG-Tot-Net    pic 9(6)v999   value zero.
     03  WS-DG-Table.
         05  WS-DG-Line                  occurs 40.
             07  WS-DG-UN     pic 9(4).
             07  WS-DG-Name   pic x(40).
             07  WS-DG-Class  pic x(4).
             07  WS-DG-Sub    pic x(4).
             07  WS-DG-PG     pic x(3).
             07  WS-DG-LQ     pic x.
             07  WS-DG-Qty    pic 9(6).
             07  WS-DG-Net    pic 9(6)v999.
             07  WS-DG-UoM    pic xx.
*>
*> 15/10/26 - electronic despatch advice (customers flagged D or B in
*>  Sales-Einv-Flag) - what went in each carton, the lots behind each
*>  line and the carton SSCCs.  See da000.
*>
 01  WS-DA-Data.
     03  WS-DA-Open       pic x          value "N".
     03  WS-DA-Ctl-New    pic x          value "N".
     03  WS-DA-Prev       pic x          value "N".
     03  WS-DA-Reuse      pic x          value "N".
     03  WS-DA-Status     pic xx         value spaces.
     03  WS-DA-File       pic x(525)     value spaces.
     03  WS-DA-Command    pic x(640)     value spaces.
     03  WS-DA-Line       pic x(256)     value spaces.
     03  WS-DA-Ledgers    pic x(500)     value spaces.
     03  WS-DA-Delim      pic x          value "/".
     03  WS-DA-Inv8       pic 9(8)       value zero.
     03  WS-DA-Date-8     pic 9(8)       value zero.
     03  WS-DA-Time       pic 9(8)       value zero.
     03  WS-DA-ISO        pic x(10)      value spaces.
     03  WS-DA-Exp-ISO    pic x(10)      value spaces.
     03  WS-DA-Carrier    pic x(6)       value spaces.
     03  WS-DA-Service    pic x(10)      value spaces.
     03  WS-DA-Consign    pic x(20)      value spaces.
     03  WS-DA-Cartons    pic 99         value zero.
     03  WS-DA-Carton     pic 99         value zero.
     03  WS-DA-C          pic 99         value zero.
     03  WS-DA-Ln         pic 99         value zero.
     03  WS-DA-Qty        pic 9(6)       value zero.
     03  WS-DA-Left       pic 9(6)       value zero.
     03  WS-DA-Need       pic 9(6)       value zero.
     03  WS-DA-Take       pic 9(6)       value zero.
     03  WS-DA-Found      pic 9(6)       value zero.
     03  WS-DA-Units      pic 9(7)       value zero.
     03  WS-DA-Lines      pic 9(4)       value zero.
     03  WS-DA-Prev-Cartons pic 99       value zero.
     03  WS-DA-Prev-First pic 9(9)       value zero.
     03  WS-DA-Prev-Times pic 99         value zero.
     03  WS-DA-First      pic 9(9)       value zero.
     03  WS-DA-Serial     pic 9(9)       value zero.
     03  WS-DA-Number     pic 9(9)       value zero.
     03  WS-DA-Prefix     pic x(10)      value spaces.
     03  WS-DA-Pfx-Len    pic 99         value zero.
     03  WS-DA-Ser-Len    pic 99         value zero.
     03  WS-DA-Sum        pic 9(4)       value zero.
     03  WS-DA-Chk        pic 9          value zero.
     03  WS-DA-P          pic 99         value zero.
     03  WS-DA-Q          pic 9(4)       value zero.
     03  WS-DA-R          pic 9          value zero.
     03  WS-DA-Body       pic x(17)      value spaces.
     03  filler redefines WS-DA-Body.
         05  WS-DA-Digit  pic 9          occurs 17.
     03  WS-DA-E-Qty      pic z(5)9.
     03  WS-DA-E-Num      pic z9.
     03  WS-DA-E-Cnt      pic zzz9.
     03  WS-DA-E-Units    pic z(6)9.
     03  WS-DA-Pk         pic 999        value zero.
     03  WS-DA-Pk-Cnt     pic 999        value zero.
     03  WS-DA-Lt         pic 999        value zero.
     03  WS-DA-Lt-Cnt     pic 999        value zero.
     03  WS-DA-Cd         pic 99         value zero.
     03  WS-DA-Cd-Cnt     pic 99         value zero.
     03  WS-DA-Best       pic 99         value zero.
 01  WS-DA-SSCC-Table.
     03  WS-DA-SSCC       pic x(18)      occurs 99.
 01  WS-DA-Pack-Table.
     03  WS-DA-Pack                      occurs 200.
         05  WS-DA-Pk-Carton  pic 99.
         05  WS-DA-Pk-Line    pic 99.
         05  WS-DA-Pk-Qty     pic 9(6).
 01  WS-DA-Lot-Table.
     03  WS-DA-Lot                       occurs 200.
         05  WS-DA-Lt-Line    pic 99.
         05  WS-DA-Lt-Lot     pic x(20).
         05  WS-DA-Lt-Exp     pic 9(8).
         05  WS-DA-Lt-Qty     pic 9(6).
 01  WS-DA-Cand-Table.
     03  WS-DA-Cand                      occurs 20.
         05  WS-DA-Cd-Lot     pic x(20).
         05  WS-DA-Cd-Exp     pic 9(8).
         05  WS-DA-Cd-Qty     pic 9(6).
         05  WS-DA-Cd-Sort    pic 9(8).
*>
 *> 77  WS-Temp-Invoice-Record     pic x(140).  *> actual is 137.  NOT USED - YET.
*>
     05 Mod-SS           pic 9(2)  comp.
     05 filler           pic 9(2)  comp. *> Always 00
*>
 01  All-My-Constants    pic 9(4).                *> 15/10/26 for Esc.
     copy "screenio.cpy".
*>
 01  Error-Messages.
*> System Wide
*>     03  SL003          pic x(28) value "SL003 Hit Return To Continue".
*> Module specific
*>     03  SL200          pic x(43) value "SL200 Re-Align Picking lists to Top of Form".
     03  SL370          pic x(42) value "SL370 GS1 prefix must be 7 to 10 digits".
     03  SL371          pic x(36) value "SL371 Carton number out of range".
     03  SL372          pic x(48) value "SL372 Despatch advice file not written, status".
*>
 01  error-code          pic 999.
*>
     03  filler          pic x(17)       value spaces.
     03  l3-title        pic x(21)       value "Picking/Delivery Note".
     03  filler          pic x(18)       value spaces.
     03  l3-page-lit     pic x(5)        value "Page ".
     03  l7-count-1      pic 9.
     03  l3-of-lit       pic x(4)        value " of ".
     03  l7-count-2      pic 9.
     03  filler          pic x           value space.
     03  l3-date         pic x(10).
 01  line-0-e.
*> line 9  - 84
     03  filler          pic x(71)       value spaces.
     03  l3-inv-lit      pic x(5)        value "Inv: ".
     03  l3-invoice      pic z(7)9.
*>
 01  line-1.
     03  filler          pic xxxx        value spaces.
     03  l3-d-line       pic x(30).
     03  filler          pic x(5)        value spaces.
     03  l3-order-lit    pic x(7)        value "Order:".
     03  l6-order        pic x(11).
*>
 01  line-4.
     03  filler          pic xxxx        value spaces.
     03  l4-d-line       pic x(30).
     03  filler          pic x(5)        value spaces.
     03  l4-ref-lit      pic x(7)        value " Ref :".
     03  l4-ref          pic x(11).
*>
 01  line-5.
     03  filler          pic xxxx        value spaces.
     03  l5-d-line       pic x(30).
     03  filler          pic x(5)        value spaces.
     03  l5-ac-lit       pic x(7)        value " A/C :".
     03  l6-account      pic x(7).
*>
 01  line-6.
     03  filler          pic x(72)       value spaces.
*>
 01  line-7B.			*> plain invoice line heads - 82
     03  l7B-Abrev       pic x(11)       value "  Abrev #".
     03  l7B-Prod        pic x(15)       value "Product Code".
     03  l7B-Desc        pic x(34)       value "Item Description".
     03  l7B-Qty         pic x(12)       value "   Qty".
     03  l7B-Loc         pic x(10)       value "Location".
*>
 01  line-8    value spaces.
*> line 19-33 (15)  -  84
     03  l8-qty          pic z(5)9       blank when zero.
     03  filler          pic x(6).
     03  l8-Loc          pic x(10)BB.
*>
 01  line-9A.
     03  filler          pic x(84)       value "Dangerous Goods Declaration".
*>
 01  line-9B.
     03  filler          pic x(49)       value " UN No  Proper Shipping Name".
     03  filler          pic x(35)       value "Class Sub  PG  LQ    Qty   Net Qty".
*>
 01  line-9    value spaces.
     03  filler          pic x.
     03  l9-un-lit       pic xx.
     03  l9-un           pic 9(4)B.
     03  l9-name         pic x(40)B.
     03  l9-class        pic x(4)B.
     03  l9-sub          pic x(4)B.
     03  l9-pg           pic x(3)B.
     03  l9-lq           pic xxB.
     03  l9-qty          pic z(5)9B.
     03  l9-net          pic zzzz9.999.
     03  l9-uom          pic xx.
*>
 01  line-9T    value spaces.
     03  filler          pic x(8).
     03  l9t-lit         pic x(46).
     03  l9t-units       pic z(5)9B.
     03  l9t-net         pic zzzzz9.999.
     03  filler          pic x(8)        value " KG/L".
*>
 01  line-9D.
     03  filler          pic x(84)       value
         "I declare the contents of this consignment are fully and accurately described above".
 01  line-9E.
     03  filler          pic x(84)       value
         "by the proper shipping name, and are classified, packed, marked and labelled in all".
 01  line-9F.
     03  filler          pic x(84)       value
         "respects in proper condition for transport to the applicable regulations.".
*>
*> 15/10/26 - SSCC carton label, one page per carton.
*>
 01  line-10    value spaces.
     03  l10-lit         pic x(12).
     03  l10-text        pic x(72).
 01  line-10S   value spaces.
     03  filler          pic x(12)       value "SSCC".
     03  filler          pic x(5)        value "(00) ".
     03  l10s-sscc       pic x(18).
 01  line-10C   value spaces.
     03  filler          pic x(4).
     03  l10c-product    pic x(13)B.
     03  l10c-desc       pic x(32)B.
     03  l10c-qty        pic z(5)9B.
     03  l10c-lot        pic x(20).
*>
 linkage section.
*>**************
     perform  Sales-Open-Input.      *> open     input  sales-file delivery-file.
     perform  Delivery-Open-Input.
     open     output print-file.
     move     "N" to WS-DG-Open.                  *> 15/10/26 none = no DG
     open     input DG-File.
     if       WS-DG-Status = zero
              move "Y" to WS-DG-Open.
*>
     if       pass-value not = 3
              go to  All-Print-start.
     perform  Stock-Close.      *>     sales-file delivery-file Stock-File.
     perform  Sales-Close.
     perform  Delivery-Close.
     if       WS-DG-Open = "Y"
              close DG-File.
     if       WS-DA-Open = "Y"                    *> 15/10/26
              close Desadv-Log-File.
     set      Lang-Fn-Close to true.
     call     "sl946" using Lang-Call-Block file-defs.
     close    print-file.
     call     "SYSTEM" using print-report.
*>
 print-routine           section.
*>==============================
*>
     move     zero to ws-Item-Count WS-DG-Cnt.
     move     1  to  i.
     perform  sih-lines times
              perform  Invoice-Read-Next     *> read invoice-file next record at end
*>     if       sih-type = 2		*> Do not know why this here as it bypasses other if tests
*>              go to  get-customer.
*>
     perform  zz095-Set-Language.          *> 15/10/26
     if       sih-type = 1
              move  WS-Lit-Receipt  to l0-type
     else
      if      sih-type = 2
              move  WS-Lit-Invoice  to l0-type.
*>
 get-customer.
*>***********
                         move WS-Stock-Abrev-Key to l8-Abrev
                         move WS-Stock-Location  to l8-Loc
                         move WS-Stock-Desc      to l8-Desc
                         if   Stock-Is-Dangerous           *> 15/10/26
                              perform dg000-Note-DG-Line
                         end-if
                    end-if
              end-if
     end-if.
*>
     move     spaces to Line-8.
     move     ws-Item-Count to l8-Qty.
     move     WS-Lit-Count to l8-Desc.
     write    print-record from Line-8 after 3 lines.
*>
     if       WS-DG-Cnt not = zero                   *> 15/10/26
              perform dg100-Print-Declaration.
*>
*> Packed By Note.
*>
     move     spaces to Line-8.
     move     WS-Lit-Packed to L8-Desc.
     write    print-record from Line-8 after 3 lines.
*>
     if       sih-status-P not = "P"
              move "P" to sih-status-P				*> we have printed pick list
              move sinvoice-header to WS-Invoice-Record
              perform Invoice-Rewrite.        *>  rewrite invoice-record.
*>
     if       Desadv-Set                             *> 15/10/26
        and   sih-type < 3
              perform da000-Despatch-Advice.
*>
 main-exit.   exit section.
*>********    ****
     move     "N"  to  first-time.
*>
 main-exit.   exit section.
*>
 dg000-Note-DG-Line        section.
*>********************************
*>
*>  15/10/26 - line k is a dangerous goods item (stock record in WS), so
*>   keep its DG details for the declaration.  No DG-File record =
*>   left off, as st010 has not had the details keyed yet.
*>
     if       WS-DG-Open not = "Y"
         or   WS-DG-Cnt = 40
              go to dg000-Exit.
     move     WS-Stock-Key to DG-Stock-Key.
     read     DG-File
              invalid key
              go to dg000-Exit.
     add      1 to WS-DG-Cnt.
     move     DG-UN-No         to WS-DG-UN    (WS-DG-Cnt).
     move     DG-Proper-Name   to WS-DG-Name  (WS-DG-Cnt).
     move     DG-Class         to WS-DG-Class (WS-DG-Cnt).
     move     DG-Sub-Risk      to WS-DG-Sub   (WS-DG-Cnt).
     move     DG-Packing-Group to WS-DG-PG    (WS-DG-Cnt).
     move     DG-Ltd-Qty       to WS-DG-LQ    (WS-DG-Cnt).
     move     sil-qty (k)      to WS-DG-Qty   (WS-DG-Cnt).
     compute  WS-DG-Net (WS-DG-Cnt) = sil-qty (k) * DG-Net-Per-Unit.
     move     DG-Net-UoM       to WS-DG-UoM   (WS-DG-Cnt).
*>
 dg000-Exit.
     exit     section.
*>
 dg100-Print-Declaration   section.
*>********************************
*>
*>  15/10/26 - the dangerous goods declaration, one line per DG item
*>   then the totals and the consignor's declaration.
*>
     write    print-record from line-9A after 3 lines.
     write    print-record from line-9B after 1.
     move     zero to WS-DG-Tot-Units WS-DG-Tot-Net.
     perform  dg110-Print-Line varying WS-DG-Ndx from 1 by 1
                                 until WS-DG-Ndx > WS-DG-Cnt.
     move     "Dangerous goods total - units / net qty" to l9t-lit.
     move     WS-DG-Tot-Units to l9t-units.
     move     WS-DG-Tot-Net   to l9t-net.
     write    print-record from line-9T after 2.
     write    print-record from line-9D after 2.
     write    print-record from line-9E after 1.
     write    print-record from line-9F after 1.
*>
 dg100-Exit.
     exit     section.
*>
 dg110-Print-Line          section.
*>********************************
*>
     move     spaces to line-9.
     move     "UN"                        to l9-un-lit.
     move     WS-DG-UN    (WS-DG-Ndx)     to l9-un.
     move     WS-DG-Name  (WS-DG-Ndx)     to l9-name.
     move     WS-DG-Class (WS-DG-Ndx)     to l9-class.
     move     WS-DG-Sub   (WS-DG-Ndx)     to l9-sub.
     move     WS-DG-PG    (WS-DG-Ndx)     to l9-pg.
     if       WS-DG-LQ (WS-DG-Ndx) = "Y"
              move "LQ" to l9-lq.
     move     WS-DG-Qty   (WS-DG-Ndx)     to l9-qty.
     move     WS-DG-Net   (WS-DG-Ndx)     to l9-net.
     move     WS-DG-UoM   (WS-DG-Ndx)     to l9-uom.
     write    print-record from line-9 after 1.
     add      WS-DG-Qty (WS-DG-Ndx) to WS-DG-Tot-Units.
     add      WS-DG-Net (WS-DG-Ndx) to WS-DG-Tot-Net.
*>
 dg110-Exit.
     exit     section.
*>
 da000-Despatch-Advice     section.
*>********************************
*>
*>  15/10/26 - electronic despatch advice for this note.  The customer
*>   is flagged D or B in Sales-Einv-Flag and the lines are in
*>   Invoice-Lines (1 thru i).  Cartons are keyed, the lines packed
*>   into them, then the advice file, SSCC labels and log entry.
*>
     move     sih-invoice to WS-DA-Inv8.
     accept   WS-DA-Date-8 from date yyyymmdd.
     accept   WS-DA-Time   from time.
     if       WS-DA-Open not = "Y"
              open     i-o Desadv-Log-File
              if       fs-reply not = zero
                       open  output Desadv-Log-File
                       close Desadv-Log-File
                       open  i-o    Desadv-Log-File
              end-if
              move     "Y" to WS-DA-Open.
*>
*>  Control record - our GS1 company prefix and the last SSCC serial.
*>
     move     "N"  to WS-DA-Ctl-New.
     move     zero to DAL-Invoice.
     read     Desadv-Log-File
              invalid key
              move spaces to DAL-GS1-Prefix
              move zero   to DAL-Last-Serial
              move "Y"    to WS-DA-Ctl-New.
     move     DAL-GS1-Prefix  to WS-DA-Prefix.
     move     DAL-Last-Serial to WS-DA-Serial.
*>
 da000-Check-Prefix.
     perform  da100-Prefix-Length.
     if       WS-DA-Pfx-Len < 7 or > 10
              go to da000-Ask-Prefix.
     if       WS-DA-Prefix (1:WS-DA-Pfx-Len) is numeric
              go to da000-Save-Prefix.
*>
 da000-Ask-Prefix.
     if       WS-DA-Prefix not = spaces
              display SL370 at 2301 with foreground-color 4 highlight.
     display  "Despatch advice - GS1 company prefix [          ]" at 1501 with foreground-color 2.
     accept   WS-DA-Prefix at 1539 with foreground-color 3 update.
     display  " " at 2301 with erase eol.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-DA-Prefix = spaces
              display " " at 1501 with erase eol
              go to da000-Exit.
     go       to da000-Check-Prefix.
*>
 da000-Save-Prefix.
     if       WS-DA-Ctl-New = "Y"
           or DAL-GS1-Prefix not = WS-DA-Prefix
              perform da110-Save-Control.
*>
*>  Carrier and parcel count from the sl931 shipment, if keyed yet.
*>
     move     spaces to WS-DA-Carrier WS-DA-Service WS-DA-Consign.
     move     1 to WS-DA-Cartons.
     open     input Shipment-File.
     if       fs-reply not = zero
              go to da000-Previous.
     move     sih-invoice to Ship-Invoice.
     read     Shipment-File
              invalid key
              move zero to Ship-Invoice.
     if       Ship-Invoice not = zero
              move Ship-Carrier     to WS-DA-Carrier
              move Ship-Service     to WS-DA-Service
              move Ship-Consignment to WS-DA-Consign
              if   Ship-Parcels > zero and < 100
                   move Ship-Parcels to WS-DA-Cartons
              end-if
     end-if
     close    Shipment-File.
*>
*>  Sent before - a re-print with the same cartons keeps the SSCCs.
*>
 da000-Previous.
     move     "N" to WS-DA-Prev WS-DA-Reuse.
     move     zero to WS-DA-Prev-Times.
     move     WS-DA-Inv8 to DAL-Invoice.
     read     Desadv-Log-File
              invalid key
              move zero to DAL-Invoice.
     if       DAL-Invoice not = zero
              move "Y"              to WS-DA-Prev
              move DAL-Cartons      to WS-DA-Prev-Cartons WS-DA-Cartons
              move DAL-First-Serial to WS-DA-Prev-First
              move DAL-Times-Sent   to WS-DA-Prev-Times.
*>
     display  "Despatch advice - cartons [  ]" at 1501 with foreground-color 2.
     accept   WS-DA-Cartons at 1528 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-DA-Cartons = zero
              display " " at 1501 with erase eol
              go to da000-Exit.
     if       WS-DA-Prev = "Y"
        and   WS-DA-Cartons = WS-DA-Prev-Cartons
              move "Y" to WS-DA-Reuse.
*>
     perform  da200-Pack-Cartons.
     perform  da300-Load-Lots.
     perform  da400-Number-Cartons.
     perform  da500-Write-Advice.
     if       WS-DA-Status not = "00"
              display SL372 at 2301 with foreground-color 4 highlight
              display WS-DA-Status at 2349 with foreground-color 4
              go to da000-Exit.
     perform  da600-Print-Labels.
     perform  da700-Log-Advice.
     move     WS-DA-Cartons to WS-DA-E-Num.
     display  "Despatch advice sent -    cartons" at 1501 with erase eol foreground-color 2.
     display  WS-DA-E-Num at 1524 with foreground-color 3.
*>
 da000-Exit.
     exit     section.
*>
 da100-Prefix-Length       section.
*>********************************
*>
     move     zero to WS-DA-Pfx-Len.
     inspect  WS-DA-Prefix tallying WS-DA-Pfx-Len
                           for characters before initial space.
*>
 da100-Exit.
     exit     section.
*>
 da110-Save-Control        section.
*>********************************
*>
     move     zero          to DAL-Invoice.
     move     spaces        to DAL-Control-Data.
     move     WS-DA-Prefix  to DAL-GS1-Prefix.
     move     WS-DA-Serial  to DAL-Last-Serial.
     if       WS-DA-Ctl-New = "Y"
              write    Desadv-Log-Record
              move     "N" to WS-DA-Ctl-New
     else
              rewrite  Desadv-Log-Record.
*>
 da110-Exit.
     exit     section.
*>
 da200-Pack-Cartons        section.
*>********************************
*>
*>  One carton - everything in it.  More - each line is keyed into
*>   cartons, a line may be split across several.
*>
     move     zero to WS-DA-Pk-Cnt.
     move     1    to WS-DA-Ln WS-DA-Carton.
*>
 da210-Line.
     if       WS-DA-Ln > i
              go to da290-Done.
     move     sil-product (WS-DA-Ln) to test-product.
     if       il-comment
           or sil-product (WS-DA-Ln) = spaces
           or sil-qty (WS-DA-Ln) not > zero
              add 1 to WS-DA-Ln
              go to da210-Line.
     move     sil-qty (WS-DA-Ln) to WS-DA-Left.
     if       WS-DA-Cartons = 1
              move WS-DA-Left to WS-DA-Qty
              perform da250-Add-Pack
              add 1 to WS-DA-Ln
              go to da210-Line.
     move     WS-DA-Ln to WS-DA-E-Num.
     display  "Line" at 1701 with erase eol foreground-color 2.
     display  WS-DA-E-Num at 1706 with foreground-color 3.
     display  sil-product (WS-DA-Ln) at 1709 with foreground-color 3.
     display  sil-description (WS-DA-Ln) at 1723 with foreground-color 3.
*>
 da220-Ask.
     move     WS-DA-Left to WS-DA-E-Qty WS-DA-Qty.
     display  "Left" at 1757 with foreground-color 2.
     display  WS-DA-E-Qty at 1762 with foreground-color 3.
     display  "Carton [  ]  Qty [      ]" at 1801 with foreground-color 2.
     accept   WS-DA-Carton at 1809 with foreground-color 3 update.
     accept   WS-DA-Qty    at 1819 with foreground-color 3 update.
     if       WS-DA-Carton = zero
           or WS-DA-Carton > WS-DA-Cartons
              display SL371 at 2301 with foreground-color 4 highlight
              go to da220-Ask.
     display  " " at 2301 with erase eol.
     if       WS-DA-Qty = zero
           or WS-DA-Qty > WS-DA-Left
              move WS-DA-Left to WS-DA-Qty.
     perform  da250-Add-Pack.
     subtract WS-DA-Qty from WS-DA-Left.
     if       WS-DA-Left > zero
              go to da220-Ask.
     add      1 to WS-DA-Ln.
     go       to da210-Line.
*>
 da290-Done.
     display  " " at 1701 with erase eol.
     display  " " at 1801 with erase eol.
*>
 da200-Exit.
     exit     section.
*>
 da250-Add-Pack            section.
*>********************************
*>
*>  WS-DA-Qty of line WS-DA-Ln into carton WS-DA-Carton - a full table
*>   adds to the last entry.
*>
     if       WS-DA-Pk-Cnt not < 200
              add WS-DA-Qty to WS-DA-Pk-Qty (WS-DA-Pk-Cnt)
              go to da250-Exit.
     add      1 to WS-DA-Pk-Cnt.
     move     WS-DA-Carton to WS-DA-Pk-Carton (WS-DA-Pk-Cnt).
     move     WS-DA-Ln     to WS-DA-Pk-Line   (WS-DA-Pk-Cnt).
     move     WS-DA-Qty    to WS-DA-Pk-Qty    (WS-DA-Pk-Cnt).
*>
 da250-Exit.
     exit     section.
*>
 da300-Load-Lots           section.
*>********************************
*>
*>  Lots / serials behind each line - those issued to this invoice
*>   (sl935) if any, else first-expiry-first-out from the on-hand,
*>   unexpired lots as sl916 suggests them for picking.
*>
     move     zero to WS-DA-Lt-Cnt.
     open     input Stock-Serial-File.
     if       fs-reply not = zero
              go to da300-Exit.
     move     1 to WS-DA-Ln.
*>
 da310-Line.
     if       WS-DA-Ln > i
              go to da390-Close.
     move     sil-product (WS-DA-Ln) to test-product.
     if       il-comment
           or sil-product (WS-DA-Ln) = spaces
           or sil-qty (WS-DA-Ln) not > zero
              add 1 to WS-DA-Ln
              go to da310-Line.
     move     sil-qty (WS-DA-Ln) to WS-DA-Need.
     perform  da320-Issued-Lots.
     if       WS-DA-Found = zero
              perform da330-FEFO-Lots.
     add      1 to WS-DA-Ln.
     go       to da310-Line.
*>
 da390-Close.
     close    Stock-Serial-File.
*>
 da300-Exit.
     exit     section.
*>
 da320-Issued-Lots         section.
*>********************************
*>
     move     zero to WS-DA-Found.
     move     sil-product (WS-DA-Ln) to Ss-Product.
     move     low-values             to Ss-Serial-Lot.
     start    Stock-Serial-File key not less than Ss-Key
              invalid key
              go to da320-Exit.
*>
 da320-Read.
     if       WS-DA-Found not < WS-DA-Need
              go to da320-Exit.
     read     Stock-Serial-File next record
              at end
              go to da320-Exit.
     if       Ss-Product not = sil-product (WS-DA-Ln)
              go to da320-Exit.
     if       not Ss-Issued
           or Ss-Issued-Doc not = WS-DA-Inv8
              go to da320-Read.
     if       Ss-Is-Serial
              move 1 to WS-DA-Take
     else
              subtract WS-DA-Found from WS-DA-Need giving WS-DA-Take.
     perform  da340-Add-Lot.
     add      WS-DA-Take to WS-DA-Found.
     go       to da320-Read.
*>
 da320-Exit.
     exit     section.
*>
 da330-FEFO-Lots           section.
*>********************************
*>
     move     zero to WS-DA-Cd-Cnt.
     move     sil-product (WS-DA-Ln) to Ss-Product.
     move     low-values             to Ss-Serial-Lot.
     start    Stock-Serial-File key not less than Ss-Key
              invalid key
              go to da330-Exit.
*>
 da330-Read.
     read     Stock-Serial-File next record
              at end
              go to da335-Choose.
     if       Ss-Product not = sil-product (WS-DA-Ln)
              go to da335-Choose.
     if       not Ss-On-Hand
           or Ss-Qty-On-Hand not > zero
              go to da330-Read.
     if       Ss-Expiry-Date not = zero
        and   Ss-Expiry-Date < WS-DA-Date-8
              go to da330-Read.
     if       WS-DA-Cd-Cnt not < 20
              go to da335-Choose.
     add      1 to WS-DA-Cd-Cnt.
     move     Ss-Serial-Lot  to WS-DA-Cd-Lot (WS-DA-Cd-Cnt).
     move     Ss-Expiry-Date to WS-DA-Cd-Exp (WS-DA-Cd-Cnt).
     move     Ss-Qty-On-Hand to WS-DA-Cd-Qty (WS-DA-Cd-Cnt).
     if       Ss-Expiry-Date = zero
              move 99999999 to WS-DA-Cd-Sort (WS-DA-Cd-Cnt)
     else
              move Ss-Expiry-Date to WS-DA-Cd-Sort (WS-DA-Cd-Cnt).
     go       to da330-Read.
*>
*>  Earliest expiry still holding stock, until the line is covered.
*>
 da335-Choose.
     if       WS-DA-Need = zero
              go to da330-Exit.
     move     zero to WS-DA-Best.
     move     1    to WS-DA-Cd.
*>
 da336-Scan.
     if       WS-DA-Cd > WS-DA-Cd-Cnt
              go to da337-Take.
     if       WS-DA-Cd-Qty (WS-DA-Cd) > zero
        and  (WS-DA-Best = zero
          or  WS-DA-Cd-Sort (WS-DA-Cd) < WS-DA-Cd-Sort (WS-DA-Best))
              move WS-DA-Cd to WS-DA-Best.
     add      1 to WS-DA-Cd.
     go       to da336-Scan.
*>
 da337-Take.
     if       WS-DA-Best = zero
              go to da330-Exit.
     if       WS-DA-Cd-Qty (WS-DA-Best) < WS-DA-Need
              move WS-DA-Cd-Qty (WS-DA-Best) to WS-DA-Take
     else
              move WS-DA-Need to WS-DA-Take.
     move     WS-DA-Cd-Lot (WS-DA-Best) to Ss-Serial-Lot.
     move     WS-DA-Cd-Exp (WS-DA-Best) to Ss-Expiry-Date.
     perform  da340-Add-Lot.
     subtract WS-DA-Take from WS-DA-Need.
     move     zero to WS-DA-Cd-Qty (WS-DA-Best).
     go       to da335-Choose.
*>
 da330-Exit.
     exit     section.
*>
 da340-Add-Lot             section.
*>********************************
*>
*>  WS-DA-Take of lot Ss-Serial-Lot (expiry Ss-Expiry-Date) to line
*>   WS-DA-Ln.
*>
     if       WS-DA-Lt-Cnt not < 200
              go to da340-Exit.
     add      1 to WS-DA-Lt-Cnt.
     move     WS-DA-Ln       to WS-DA-Lt-Line (WS-DA-Lt-Cnt).
     move     Ss-Serial-Lot  to WS-DA-Lt-Lot  (WS-DA-Lt-Cnt).
     move     Ss-Expiry-Date to WS-DA-Lt-Exp  (WS-DA-Lt-Cnt).
     move     WS-DA-Take     to WS-DA-Lt-Qty  (WS-DA-Lt-Cnt).
*>
 da340-Exit.
     exit     section.
*>
 da400-Number-Cartons      section.
*>********************************
*>
*>  SSCC per carton - the ones on the labels already for a re-print
*>   with the same cartons, else the next serials off the control.
*>
     if       WS-DA-Reuse = "Y"
              move WS-DA-Prev-First to WS-DA-First
     else
              add  1 to WS-DA-Serial giving WS-DA-First
              compute WS-DA-Serial = WS-DA-First + WS-DA-Cartons - 1
              perform da110-Save-Control.
     compute  WS-DA-Ser-Len = 16 - WS-DA-Pfx-Len.
     move     1 to WS-DA-C.
*>
 da410-Carton.
     if       WS-DA-C > WS-DA-Cartons
              go to da400-Exit.
     compute  WS-DA-Number = WS-DA-First + WS-DA-C - 1.
     move     spaces to WS-DA-Body.
     string   "0"                                          delimited by size
              WS-DA-Prefix (1:WS-DA-Pfx-Len)               delimited by size
              WS-DA-Number (10 - WS-DA-Ser-Len:WS-DA-Ser-Len)
                                                           delimited by size
                                                           into WS-DA-Body.
*>
*>  GS1 check digit - weights 3,1,3... from the left of the 17.
*>
     move     zero to WS-DA-Sum.
     move     1    to WS-DA-P.
*>
 da420-Digit.
     if       WS-DA-P > 17
              go to da430-Check.
     divide   WS-DA-P by 2 giving WS-DA-Q remainder WS-DA-R.
     if       WS-DA-R = 1
              compute WS-DA-Sum = WS-DA-Sum + (WS-DA-Digit (WS-DA-P) * 3)
     else
              add WS-DA-Digit (WS-DA-P) to WS-DA-Sum.
     add      1 to WS-DA-P.
     go       to da420-Digit.
*>
 da430-Check.
     divide   WS-DA-Sum by 10 giving WS-DA-Q remainder WS-DA-R.
     if       WS-DA-R = zero
              move zero to WS-DA-Chk
     else
              subtract WS-DA-R from 10 giving WS-DA-Chk.
     move     WS-DA-Body to WS-DA-SSCC (WS-DA-C) (1:17).
     move     WS-DA-Chk  to WS-DA-SSCC (WS-DA-C) (18:1).
     add      1 to WS-DA-C.
     go       to da410-Carton.
*>
 da400-Exit.
     exit     section.
*>
 da500-Write-Advice        section.
*>********************************
*>
*>  Pipe delimited, one record per element, into the per-customer
*>   despatch directory as the sl930 e-invoice :
*>   HDR|DESADV|invoice|despatch date|customer|name|order|ref|
*>       carrier|service|consignment|cartons
*>   CPS|carton|SSCC             - then for each line in the carton
*>   LIN|line|item|description|qty
*>   BAT|lot or serial|expiry|qty  (tracked items)
*>   TOT|cartons|LIN records|units
*>
     accept   WS-DA-Ledgers from Environment "ACAS_LEDGERS".
     if       WS-DA-Ledgers (1:1) = spaces
              move "." to WS-DA-Ledgers.
     if       WS-DA-Ledgers (1:1) = "\"
              move "\" to WS-DA-Delim
     else
              move "/" to WS-DA-Delim.
     move     spaces to WS-DA-File.
     string   WS-DA-Ledgers               delimited by space
              WS-DA-Delim                 delimited by size
              "desadv"                    delimited by size
              WS-DA-Delim                 delimited by size
              sih-customer                delimited by space
              WS-DA-Delim                 delimited by size
              "DESADV-"                   delimited by size
              WS-DA-Inv8                  delimited by size
              ".txt"                      delimited by size
                                              into WS-DA-File
     end-string.
     move     spaces to WS-DA-Command.
     string   "mkdir -p $(dirname '"      delimited by size
              FUNCTION TRIM (WS-DA-File TRAILING)
              "')"                        delimited by size
              x"00"                       delimited by size
                                              into WS-DA-Command
     end-string.
     call     "SYSTEM" using WS-DA-Command.
*>
     open     output Desadv-File.
     if       WS-DA-Status not = "00"
              go to da500-Exit.
*>
     move     spaces to WS-DA-ISO.
     string   WS-DA-Date-8 (1:4) "-" WS-DA-Date-8 (5:2) "-"
              WS-DA-Date-8 (7:2)  delimited by size into WS-DA-ISO.
     move     WS-DA-Cartons to WS-DA-E-Num.
     move     spaces to WS-DA-Line.
     string   "HDR|DESADV|"               delimited by size
              WS-DA-Inv8 "|" WS-DA-ISO "|"
              sih-customer "|"            delimited by size
              sales-name                  delimited by "  "
              "|"                         delimited by size
              sih-order                   delimited by "  "
              "|"                         delimited by size
              sih-ref                     delimited by "  "
              "|"                         delimited by size
              WS-DA-Carrier               delimited by space
              "|"                         delimited by size
              WS-DA-Service               delimited by "  "
              "|"                         delimited by size
              WS-DA-Consign               delimited by space
              "|"                         delimited by size
              WS-DA-E-Num                 delimited by size
                                          into WS-DA-Line.
     write    Desadv-Record from WS-DA-Line.
*>
     move     zero to WS-DA-Lines WS-DA-Units.
     move     1 to WS-DA-C.
*>
 da510-Carton.
     if       WS-DA-C > WS-DA-Cartons
              go to da590-Total.
     move     WS-DA-C to WS-DA-E-Num.
     move     spaces to WS-DA-Line.
     string   "CPS|" WS-DA-E-Num "|" WS-DA-SSCC (WS-DA-C)
                                  delimited by size into WS-DA-Line.
     write    Desadv-Record from WS-DA-Line.
     move     1 to WS-DA-Pk.
*>
 da520-Pack.
     if       WS-DA-Pk > WS-DA-Pk-Cnt
              add 1 to WS-DA-C
              go to da510-Carton.
     if       WS-DA-Pk-Carton (WS-DA-Pk) not = WS-DA-C
              add 1 to WS-DA-Pk
              go to da520-Pack.
     move     WS-DA-Pk-Line (WS-DA-Pk) to WS-DA-Ln WS-DA-E-Num.
     move     WS-DA-Pk-Qty (WS-DA-Pk)  to WS-DA-E-Qty.
     move     spaces to WS-DA-Line.
     string   "LIN|" WS-DA-E-Num "|"      delimited by size
              sil-product (WS-DA-Ln)      delimited by space
              "|"                         delimited by size
              sil-description (WS-DA-Ln)  delimited by "  "
              "|"                         delimited by size
              WS-DA-E-Qty                 delimited by size
                                          into WS-DA-Line.
     write    Desadv-Record from WS-DA-Line.
     add      1 to WS-DA-Lines.
     add      WS-DA-Pk-Qty (WS-DA-Pk) to WS-DA-Units.
     move     WS-DA-Pk-Qty (WS-DA-Pk) to WS-DA-Need.
     perform  da530-Batches.
     add      1 to WS-DA-Pk.
     go       to da520-Pack.
*>
 da590-Total.
     move     WS-DA-Cartons to WS-DA-E-Num.
     move     WS-DA-Lines   to WS-DA-E-Cnt.
     move     WS-DA-Units   to WS-DA-E-Units.
     move     spaces to WS-DA-Line.
     string   "TOT|" WS-DA-E-Num "|" WS-DA-E-Cnt "|" WS-DA-E-Units
                                  delimited by size into WS-DA-Line.
     write    Desadv-Record from WS-DA-Line.
     close    Desadv-File.
*>
 da500-Exit.
     exit     section.
*>
 da530-Batches             section.
*>********************************
*>
*>  BAT records for WS-DA-Need of line WS-DA-Ln, used up from the lots
*>   loaded for the line in carton order.
*>
     move     1 to WS-DA-Lt.
*>
 da531-Lot.
     if       WS-DA-Need = zero
           or WS-DA-Lt > WS-DA-Lt-Cnt
              go to da530-Exit.
     if       WS-DA-Lt-Line (WS-DA-Lt) not = WS-DA-Ln
           or WS-DA-Lt-Qty  (WS-DA-Lt) = zero
              add 1 to WS-DA-Lt
              go to da531-Lot.
     if       WS-DA-Lt-Qty (WS-DA-Lt) < WS-DA-Need
              move WS-DA-Lt-Qty (WS-DA-Lt) to WS-DA-Take
     else
              move WS-DA-Need to WS-DA-Take.
     move     spaces to WS-DA-Exp-ISO.
     if       WS-DA-Lt-Exp (WS-DA-Lt) not = zero
              string WS-DA-Lt-Exp (WS-DA-Lt) (1:4) "-"
                     WS-DA-Lt-Exp (WS-DA-Lt) (5:2) "-"
                     WS-DA-Lt-Exp (WS-DA-Lt) (7:2)
                                  delimited by size into WS-DA-Exp-ISO.
     move     WS-DA-Take to WS-DA-E-Qty.
     move     spaces to WS-DA-Line.
     string   "BAT|"                      delimited by size
              WS-DA-Lt-Lot (WS-DA-Lt)     delimited by space
              "|"                         delimited by size
              WS-DA-Exp-ISO               delimited by space
              "|"                         delimited by size
              WS-DA-E-Qty                 delimited by size
                                          into WS-DA-Line.
     write    Desadv-Record from WS-DA-Line.
     subtract WS-DA-Take from WS-DA-Lt-Qty (WS-DA-Lt) WS-DA-Need.
     go       to da531-Lot.
*>
 da530-Exit.
     exit     section.
*>
 da600-Print-Labels        section.
*>********************************
*>
*>  A page per carton on the despatch printer - from, to, order and
*>   carton n of n, what is in it and the SSCC (human readable; the
*>   label stationery's bar code font takes the (00) line).
*>
     move     1 to WS-DA-C.
*>
 da610-Carton.
     if       WS-DA-C > WS-DA-Cartons
              go to da600-Exit.
     move     spaces to print-record.
     write    print-record after page.
     move     spaces to line-10.
     move     "From:" to l10-lit.
     move     usera   to l10-text.
     write    print-record from line-10 after 2.
     move     "To:"   to l10-lit.
     if       l1-d-name not = spaces
              move l1-d-name to l10-text
              write print-record from line-10 after 2
              move spaces to l10-lit
              move l2-d-line to l10-text
              write print-record from line-10 after 1
              move l3-d-line to l10-text
              write print-record from line-10 after 1
              move l4-d-line to l10-text
              write print-record from line-10 after 1
              move l5-d-line to l10-text
              write print-record from line-10 after 1
              move l6-d-line to l10-text
              write print-record from line-10 after 1
     else
              move l1-i-name to l10-text
              write print-record from line-10 after 2
              move spaces to l10-lit
              move l2-i-line to l10-text
              write print-record from line-10 after 1
              move l3-i-line to l10-text
              write print-record from line-10 after 1
              move l4-i-line to l10-text
              write print-record from line-10 after 1
              move l5-i-line to l10-text
              write print-record from line-10 after 1
              move l6-i-line to l10-text
              write print-record from line-10 after 1
     end-if
     move     "Order:" to l10-lit.
     move     spaces   to l10-text.
     move     WS-DA-C  to WS-DA-E-Num.
     string   sih-order          delimited by "  "
              "   Invoice "      delimited by size
              WS-DA-Inv8         delimited by size
              "   Carton "       delimited by size
              WS-DA-E-Num        delimited by size
              " of "             delimited by size
              WS-DA-Cartons      delimited by size
                                 into l10-text.
     write    print-record from line-10 after 2.
     move     1 to WS-DA-Pk.
*>
 da620-Contents.
     if       WS-DA-Pk > WS-DA-Pk-Cnt
              go to da690-SSCC.
     if       WS-DA-Pk-Carton (WS-DA-Pk) = WS-DA-C
              move spaces to line-10C
              move WS-DA-Pk-Line (WS-DA-Pk) to WS-DA-Ln
              move sil-product (WS-DA-Ln)     to l10c-product
              move sil-description (WS-DA-Ln) to l10c-desc
              move WS-DA-Pk-Qty (WS-DA-Pk)    to l10c-qty
              write print-record from line-10C after 1.
     add      1 to WS-DA-Pk.
     go       to da620-Contents.
*>
 da690-SSCC.
     move     WS-DA-SSCC (WS-DA-C) to l10s-sscc.
     write    print-record from line-10S after 3.
     add      1 to WS-DA-C.
     go       to da610-Carton.
*>
 da600-Exit.
     exit     section.
*>
 da700-Log-Advice          section.
*>********************************
*>
     move     WS-DA-Inv8       to DAL-Invoice.
     move     spaces           to DAL-Log-Data.
     move     sih-customer     to DAL-Customer.
     move     sih-order        to DAL-Order.
     move     WS-DA-Date-8     to DAL-Date.
     move     WS-DA-Time (1:6) to DAL-Time.
     move     WS-DA-Cartons    to DAL-Cartons.
     move     WS-DA-First      to DAL-First-Serial.
     move     WS-DA-SSCC (1)   to DAL-First-SSCC.
     move     WS-DA-Consign    to DAL-Consignment.
     add      1 WS-DA-Prev-Times giving DAL-Times-Sent.
     if       WS-DA-Prev = "Y"
              rewrite Desadv-Log-Record
     else
              write   Desadv-Log-Record.
*>
 da700-Exit.
     exit     section.
*>
 zz060-Convert-Date        section.
*>********************************
*>
 zz090-Exit.  Exit Section.
*>*********
*>
 zz095-Set-Language  section.
*>**************************
*>
*>  15/10/26 - the customer's language (sl945) for this note; when it
*>  differs from the last one printed the headings and legends are
*>  looked up again via sl946 - English wherever no translation is
*>  held.
*>
     set      Lang-Fn-Customer to true.
     move     sih-customer to Lang-Customer.
     call     "sl946" using Lang-Call-Block file-defs.
     if       Lang-Code = WS-Last-Lang
              go to zz095-Exit.
     move     Lang-Code to WS-Last-Lang.
     set      Lang-Fn-Text to true.
*>
     move     "SL950-01" to Lang-Text-Id.
     move     12 to Lang-Max-Len.
     move     "Receipt Pick" to Lang-Text.
     perform  zz096-Translate.
     move     Lang-Text to WS-Lit-Receipt.
     move     "SL950-02" to Lang-Text-Id.
     move     12 to Lang-Max-Len.
     move     "Invoice Pick" to Lang-Text.
     perform  zz096-Translate.
     move     Lang-Text to WS-Lit-Invoice.
     move     "SL950-03" to Lang-Text-Id.
     move     21 to Lang-Max-Len.
     move     "Picking/Delivery Note" to Lang-Text.
     perform  zz096-Translate.
     move     Lang-Text to l3-title.
     move     "SL950-04" to Lang-Text-Id.
     move     5 to Lang-Max-Len.
     move     "Page " to Lang-Text.
     perform  zz096-Translate.
     move     Lang-Text to l3-page-lit.
     move     "SL950-05" to Lang-Text-Id.
     move     4 to Lang-Max-Len.
     move     " of " to Lang-Text.
     perform  zz096-Translate.
     move     Lang-Text to l3-of-lit.
     move     "SL950-06" to Lang-Text-Id.
     move     5 to Lang-Max-Len.
     move     "Inv: " to Lang-Text.
     perform  zz096-Translate.
     move     Lang-Text to l3-inv-lit.
     move     "SL950-07" to Lang-Text-Id.
     move     7 to Lang-Max-Len.
     move     "Order:" to Lang-Text.
     perform  zz096-Translate.
     move     Lang-Text to l3-order-lit.
     move     "SL950-08" to Lang-Text-Id.
     move     7 to Lang-Max-Len.
     move     " Ref :" to Lang-Text.
     perform  zz096-Translate.
     move     Lang-Text to l4-ref-lit.
     move     "SL950-09" to Lang-Text-Id.
     move     7 to Lang-Max-Len.
     move     " A/C :" to Lang-Text.
     perform  zz096-Translate.
     move     Lang-Text to l5-ac-lit.
     move     "SL950-10" to Lang-Text-Id.
     move     11 to Lang-Max-Len.
     move     "  Abrev #" to Lang-Text.
     perform  zz096-Translate.
     move     Lang-Text to l7B-Abrev.
     move     "SL950-11" to Lang-Text-Id.
     move     15 to Lang-Max-Len.
     move     "Product Code" to Lang-Text.
     perform  zz096-Translate.
     move     Lang-Text to l7B-Prod.
     move     "SL950-12" to Lang-Text-Id.
     move     34 to Lang-Max-Len.
     move     "Item Description" to Lang-Text.
     perform  zz096-Translate.
     move     Lang-Text to l7B-Desc.
     move     "SL950-13" to Lang-Text-Id.
     move     12 to Lang-Max-Len.
     move     "   Qty" to Lang-Text.
     perform  zz096-Translate.
     move     Lang-Text to l7B-Qty.
     move     "SL950-14" to Lang-Text-Id.
     move     10 to Lang-Max-Len.
     move     "Location" to Lang-Text.
     perform  zz096-Translate.
     move     Lang-Text to l7B-Loc.
     move     "SL950-15" to Lang-Text-Id.
     move     32 to Lang-Max-Len.
     move     "                Total Item Count" to Lang-Text.
     perform  zz096-Translate.
     move     Lang-Text to WS-Lit-Count.
     move     "SL950-16" to Lang-Text-Id.
     move     32 to Lang-Max-Len.
     move     "Packed by ............" to Lang-Text.
     perform  zz096-Translate.
     move     Lang-Text to WS-Lit-Packed.
*>
 zz095-Exit.
     exit     section.
*>
 zz096-Translate  section.
*>***********************
*>
*>  Lang-Text-Id, Lang-Max-Len and Lang-Text (English) set by caller.
*>
     call     "sl946" using Lang-Call-Block file-defs.
*>
 zz096-Exit.
     exit     section.
*>
 maps04       section.
*>*******************
