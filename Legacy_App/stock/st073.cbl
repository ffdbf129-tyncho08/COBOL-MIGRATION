       >>source free
*>*********************************************
*>                                            *
*>     Stock Item Styles - Size / Colour      *
*>          Variants & Matrix Reports         *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         st073.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>**
*>    Remarks.            A style is one item made in a range of sizes
*>                        and colours (up to 10 of each) - each size
*>                        and colour is a variant, an ordinary stock
*>                        record, so everything else treats it as
*>                        before.  The style (fdstyle.cob) holds what
*>                        the variants share:
*>                        (1) set up / amend the style - description,
*>                        abbreviated key prefix, suppliers, PA and SA
*>                        codes, retail, cost, location and the size
*>                        and colour lists.  Sizes and colours with a
*>                        variant made are fixed; more can be added;
*>                        (2) generate / update the variants - makes
*>                        the stock record for each size and colour
*>                        not yet made, keyed style + size + colour
*>                        with the abbreviated key prefix + size no +
*>                        colour no; one already on file under that
*>                        key is taken over as it stands (all its own
*>                        values kept).  For a variant made, shared
*>                        fields the style changed are copied down -
*>                        description, retail, suppliers, PA/SA codes
*>                        - unless the variant keeps its own (3).
*>                        Cost is only set when a variant is made, it
*>                        then follows the purchases.  Changes are
*>                        audited through mdaudit as st010;
*>                        (3) variant overrides - keep its own desc,
*>                        price, suppliers or PA codes, or exclude a
*>                        size/colour the style is not made in;
*>                        (4) matrix enquiry and (5) matrix report -
*>                        held, on order and sold this year per
*>                        variant, size across, colour down, totals.
*>                        Sales and purchase order entry (sl910 and
*>                        pl020) take a style code as a quantity grid
*>                        through st074.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     mdaudit.
*>                        acas011 (Stock), acas015 (Analysis),
*>                        acas022 (Purchase ledger).
*>**
*>    Error messages used.
*>                        ST003.
*>                        ST731 - ST738, ST740.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for stock item styles/variants.
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
 copy "selstyle.cob".
 copy "selprint.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdstyle.cob".
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "ST073 (3.02.00)".
 copy "print-spool-command.cob".
 copy "wsfnctn.cob".
 copy "wsstock.cob".
 copy "wsanal.cob".
 copy "wspl.cob".
 copy "wsmdaud.cob".
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
*>     03  WS-Analysis-Record     pic x.
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
 01  MD-Saves.                           *> before images for mdaudit
     03  mds-desc        pic x(32).
     03  mds-cost        pic 9(7)v9999 comp-3  value zero.
     03  mds-retail      pic 9(7)v99   comp-3  value zero.
 01  MD-Edits.
     03  mdw-num         pic -(8)9.9999.
*>
 01  WS-Style-Header     pic x(256).       *> header kept over variant reads
 01  WS-Variant-Save     pic x(256).
*>
*>  Sizes and colours that have a variant made - these cannot be
*>   changed or taken out of the style.
*>
 01  WS-Used-Table.
     03  WS-Size-Used    pic x       occurs 10.
     03  WS-Colour-Used  pic x       occurs 10.
*>
*>  One measure for the matrix, size across and colour down, with
*>   the row, column and grand totals.
*>
 01  WS-Matrix.
     03  WS-MX-Colour                occurs 10.
         05  WS-MX-Cell  pic 9(7)    comp   occurs 10.
         05  WS-MX-Row   pic 9(7)    comp.
     03  WS-MX-Col       pic 9(7)    comp   occurs 10.
     03  WS-MX-Total     pic 9(7)    comp.
     03  WS-MX-Made      pic x       occurs 100.
*>
 01  ws-data.
     03  menu-reply      pic x.
     03  ws-reply        pic x.
     03  WS-Style-Status pic 99           value zero.
     03  WS-Env-Lines    pic 999          value zero.
     03  WS-Lines        pic 999          value zero.
     03  WS-23-Lines     pic 999          value zero.
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  WS-Style-In     pic x(7)         value spaces.
     03  WS-Size-In      pic x(3)         value spaces.
     03  WS-Colour-In    pic x(3)         value spaces.
     03  WS-PA-In        pic xx           value spaces.
     03  WS-SA-In        pic xx           value spaces.
     03  WS-New-Style    pic x            value space.
     03  WS-Measure      pic x            value "H".
         88  WS-Held                      value "H".
         88  WS-On-Order                  value "O".
         88  WS-Sold                      value "S".
     03  WS-S            pic 99      comp value zero.
     03  WS-C            pic 99      comp value zero.
     03  WS-M            pic 99      comp value zero.
     03  WS-N            pic 999     comp value zero.
     03  WS-Lin          pic 99      comp value zero.
     03  WS-Col          pic 99      comp value zero.
     03  WS-Error        pic 9            value zero.
     03  WS-Changed      pic x            value space.
     03  WS-Var-Exists   pic x            value space.
     03  WS-Own-Price    pic x            value space.
     03  WS-Own-Supp     pic x            value space.
     03  WS-Own-PA       pic x            value space.
     03  WS-Cur-Style    pic x(7)         value spaces.
     03  WS-Qty          pic 9(7)         value zero.
     03  WS-Created      pic 9(4)         value zero.
     03  WS-Adopted      pic 9(4)         value zero.
     03  WS-Updated      pic 9(4)         value zero.
     03  WS-Failed       pic 9(4)         value zero.
     03  WS-Child-Key    pic x(13)        value spaces.
     03  WS-Child-Abrev.
         05  WS-CA-Prefix pic x(3).
         05  WS-CA-Size   pic 99.
         05  WS-CA-Colour pic 99.
     03  WS-Child-Desc   pic x(32)        value spaces.
     03  WS-Var-Size     pic x(3)         value spaces.
     03  WS-Var-Colour   pic x(3)         value spaces.
     03  display-n       pic zzz9.
     03  display-cell    pic zzzz9.
     03  display-total   pic zzzzzz9.
*>
 01  WS-amount-screen-display7.
     03  WS-poundsd7     pic 9(7).
     03  WS-period7      pic x     value ".".
     03  WS-penced7      pic v99.
 01  WS-amount-screen-accept7 redefines WS-amount-screen-display7.
     03  WS-pound7       pic 9(7).
     03  filler          pic x.
     03  WS-pence7       pic v99.
*>
 01  WS-amount-work7.
     03  amt-wk-pds7     pic 9(7).
     03  amt-wk-pence7   pic v99.
 01  WS-amount-ok7 redefines WS-amount-work7.
     03  amt-ok7         pic 9(7)v99.
*>
 01  WS-cost-screen-display.
     03  WS-poundsdc     pic 9(7).
     03  WS-periodc      pic x     value ".".
     03  WS-pencedc      pic v9999.
 01  WS-cost-screen-accept redefines WS-cost-screen-display.
     03  WS-poundc       pic 9(7).
     03  filler          pic x.
     03  WS-pencec       pic v9999.
*>
 01  WS-cost-work.
     03  cost-wk-pds     pic 9(7).
     03  cost-wk-pence   pic v9999.
 01  WS-cost-ok redefines WS-cost-work.
     03  cost-ok         pic 9(7)v9999.
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
 01  WS-Today-Date           pic x(10).
*>
 01  Error-Messages.
     03  ST003          pic x(28) value "ST003 Hit Return To Continue".
     03  ST731          pic x(21) value "ST731 Style not found".
     03  ST732          pic x(35) value "ST732 Style description is required".
     03  ST733          pic x(37) value "ST733 Supplier not on purchase ledger".
     03  ST734          pic x(41) value "ST734 PA/SA code not on the analysis file".
     03  ST735          pic x(51) value "ST735 Sizes/colours - no gaps and no repeated codes".
     03  ST736          pic x(38) value "ST736 At least one size and one colour".
     03  ST737          pic x(49) value "ST737 Size or colour not in this style - re-enter".
     03  ST738          pic x(43) value "ST738 Variant not made - stock write status".
     03  ST740          pic x(44) value "ST740 Style code must not start with a space".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  filler          pic x(44)       value "Stock Styles - Variant Matrix".
     03  filler          pic x(32)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  filler          pic x(6)        value "Style ".
     03  l2-style        pic x(9).
     03  l2-desc         pic x(34).
     03  filler          pic x(7)        value "Retail ".
     03  l2-retail       pic zzzzzz9.99.
     03  filler          pic x(66)       value spaces.
*>
 01  line-3.
     03  l3-measure      pic x(16).
     03  l3-size         pic x(9)        occurs 10.
     03  l3-total        pic x(10).
     03  filler          pic x(16)       value spaces.
*>
 01  line-4.
     03  l4-colour       pic x(16).
     03  l4-cell         pic bbzzz,zz9   occurs 10.
     03  l4-total        pic bzzzz,zz9.
     03  filler          pic x(16)       value spaces.
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
     accept   WS-Env-Lines from lines.
     if       WS-Env-Lines < 24
              move 24 to WS-Env-Lines WS-Lines
     else
              move WS-Env-Lines to WS-Lines.
     subtract 1 from WS-Lines giving WS-23-Lines.
     set      ENVIRONMENT "COB_SCREEN_EXCEPTIONS" to "Y".
     set      ENVIRONMENT "COB_SCREEN_ESC" to "Y".
     move     Print-Spool-Name to PSN.
     perform  zz070-Convert-Date.
     move     ws-date to WS-Today-Date.
*>
     open     i-o Style-File.
     if       WS-Style-Status = 35
              open  output Style-File
              close Style-File
              open  i-o    Style-File.
     if       WS-Style-Status not = zero
              display "Cannot open Style file" at 2301
                                        with foreground-color 4
              display ST003 at 2401 with foreground-color 2
              accept ws-reply at 2430
              exit program.
     perform  Stock-Open.
     perform  Analysis-Open-Input.
     perform  Purch-Open-Input.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Stock Styles / Variants" at 0129 with foreground-color 2.
     display  WS-Today-Date at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Set Up / Amend A Style"                     at 0811 with foreground-color 2.
     display  "(2)  Generate / Update Variant Stock Records"    at 0911 with foreground-color 2.
     display  "(3)  Variant Overrides / Exclusions"             at 1011 with foreground-color 2.
     display  "(4)  Matrix Enquiry - Held / On Order / Sold"    at 1111 with foreground-color 2.
     display  "(5)  Matrix Report"                              at 1211 with foreground-color 2.
     display  "(X)  Return To Menu"                             at 1411 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Style
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-Generate
              go to menu-return.
     if       menu-reply = "3"
              perform  da000-Overrides
              go to menu-return.
     if       menu-reply = "4"
              perform  ea000-Enquiry
              go to menu-return.
     if       menu-reply = "5"
              perform  fa000-Report
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    Style-File.
     perform  Purch-Close.
     perform  Analysis-Close.
     perform  Stock-Close.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Style             section.
*>==============================
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Set Up / Amend A Style" at 0130 with foreground-color 2.
     display  "Style Code    [       ]"   at 0401 with foreground-color 2.
     display  "Description   [                                ]" at 0501 with foreground-color 2.
     display  "Abrev Prefix  [   ]   abbreviated key = prefix + size no + colour no"
                                          at 0601 with foreground-color 2.
     display  "Suppliers     [       ] [       ] [       ]" at 0701 with foreground-color 2.
     display  "PA Code       [  ]     SA Code [  ]"  at 0801 with foreground-color 2.
     display  "Retail        [          ]"      at 0901 with foreground-color 2.
     display  "Cost          [            ]"    at 1001 with foreground-color 2.
     display  "Location      [          ]"      at 1101 with foreground-color 2.
     display  "Sizes, smallest first (code up to 3)" at 1301 with foreground-color 2.
     display  "Colours (code up to 3, name)"         at 1501 with foreground-color 2.
     display  "Esc to quit" at 2401 with foreground-color 2.
*>
 ba010-Get-Style.
     move     spaces to WS-Style-In.
     accept   WS-Style-In at 0416 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
         or   WS-Style-In = spaces
              go to ba999-exit.
     if       WS-Style-In (1:1) = space
              display ST740 at line WS-23-Lines col 1 with foreground-color 4 erase eol
              go to ba010-Get-Style.
     display  " " at line WS-23-Lines col 1 with erase eol.
     perform  zb000-Read-Header.
     if       WS-Style-Status = zero
              move "N" to WS-New-Style
              perform zc000-Load-Used
     else
              move "Y" to WS-New-Style
              initialize Style-Record
              move WS-Style-In to SY-Style
              move "H" to SY-Type
              move zero to SY-Size SY-Colour SYH-Size-Cnt SYH-Colour-Cnt
              move WS-Style-In (1:3) to SYH-Abrev
              move spaces to WS-Used-Table
              display "New style" at 0426 with foreground-color 3.
*>
 ba020-Header.
     accept   SYH-Desc at 0516 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     if       SYH-Desc = spaces
              display ST732 at line WS-23-Lines col 1 with foreground-color 4 erase eol
              go to ba020-Header.
     accept   SYH-Abrev at 0616 with foreground-color 3 update UPPER.
     if       SYH-Abrev = spaces
              move WS-Style-In (1:3) to SYH-Abrev.
     display  " " at line WS-23-Lines col 1 with erase eol.
*>
 ba030-Suppliers.
     accept   SYH-Suppliers (1) at 0716 with foreground-color 3 update UPPER.
     accept   SYH-Suppliers (2) at 0726 with foreground-color 3 update UPPER.
     accept   SYH-Suppliers (3) at 0736 with foreground-color 3 update UPPER.
     perform  zd000-Check-Supplier varying WS-M from 1 by 1
                                until WS-M > 3.
     if       WS-Error not = zero
              go to ba030-Suppliers.
*>
 ba040-Analysis.
     move     SYH-PA-Code (2:2) to WS-PA-In.
     move     SYH-SA-Code (2:2) to WS-SA-In.
     accept   WS-PA-In at 0816 with foreground-color 3 update.
     accept   WS-SA-In at 0833 with foreground-color 3 update.
     move     function lower-case (WS-PA-In) to WS-PA-In.
     move     function lower-case (WS-SA-In) to WS-SA-In.
     move     spaces to SYH-PA-Code SYH-SA-Code.
     if       WS-PA-In not = spaces
              move "P" to Pa-System
              move WS-PA-In to Pa-Group
              move 1 to File-Key-No
              perform Analysis-Read-Indexed
              if   fs-reply not = zero
                   display ST734 at line WS-23-Lines col 1 with foreground-color 4 erase eol
                   go to ba040-Analysis
              end-if
              move WS-Pa-Code to SYH-PA-Code.
     if       WS-SA-In not = spaces
              move "S" to Pa-System
              move WS-SA-In to Pa-Group
              move 1 to File-Key-No
              perform Analysis-Read-Indexed
              if   fs-reply not = zero
                   display ST734 at line WS-23-Lines col 1 with foreground-color 4 erase eol
                   go to ba040-Analysis
              end-if
              move WS-Pa-Code to SYH-SA-Code.
     display  " " at line WS-23-Lines col 1 with erase eol.
*>
 ba050-Money.
     move     SYH-Retail to amt-ok7.
     move     amt-wk-pds7   to WS-pound7.
     move     amt-wk-pence7 to WS-pence7.
     accept   WS-amount-screen-accept7 at 0916 with foreground-color 3 update.
     move     WS-pound7 to amt-wk-pds7.
     move     WS-pence7 to amt-wk-pence7.
     move     amt-ok7 to SYH-Retail.
     move     SYH-Cost to cost-ok.
     move     cost-wk-pds   to WS-poundc.
     move     cost-wk-pence to WS-pencec.
     accept   WS-cost-screen-accept at 1016 with foreground-color 3 update.
     move     WS-poundc to cost-wk-pds.
     move     WS-pencec to cost-wk-pence.
     move     cost-ok to SYH-Cost.
     accept   SYH-Location at 1116 with foreground-color 3 update.
*>
 ba060-Sizes.
     perform  bb000-Size-Cell varying WS-S from 1 by 1 until WS-S > 10.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
*>
 ba070-Colours.
     perform  bc000-Colour-Cell varying WS-C from 1 by 1 until WS-C > 10.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
*>
*>  The lists are positional - the variants are keyed on them - so
*>   no gaps and no code twice.
*>
     perform  zf000-Check-Lists.
     if       WS-Error = 1
              display ST735 at line WS-23-Lines col 1 with foreground-color 4 erase eol
              go to ba060-Sizes.
     if       WS-Error = 2
              display ST736 at line WS-23-Lines col 1 with foreground-color 4 erase eol
              go to ba060-Sizes.
     display  " " at line WS-23-Lines col 1 with erase eol.
*>
     display  "Save this style (Y/N) ? [Y]" at line WS-23-Lines col 1 with foreground-color 3.
     move     "Y" to ws-reply.
     accept   ws-reply at line WS-23-Lines col 26 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to ba999-exit.
     if       WS-New-Style = "Y"
              write Style-Record
     else
              rewrite Style-Record.
     display  "Style saved - generate the variants with (2)" at line WS-23-Lines col 1
                                      with foreground-color 2 erase eol.
     display  ST003 at 2401 with foreground-color 2 erase eol.
     accept   ws-reply at 2430.
*>
 ba999-exit.
     exit     section.
*>
 bb000-Size-Cell         section.
*>==============================
*>
*>  A size with a variant made is shown, not accepted.
*>
     compute  WS-Col = 1 + ((WS-S - 1) * 6).
     display  "[   ]" at line 14 col WS-Col with foreground-color 2.
     add      1 to WS-Col.
     if       WS-Size-Used (WS-S) = "Y"
              display SYH-Size-Code (WS-S) at line 14 col WS-Col with foreground-color 3
     else
      if      Cob-Crt-Status not = Cob-Scr-Esc
              accept SYH-Size-Code (WS-S) at line 14 col WS-Col
                                with foreground-color 3 update UPPER
      end-if
     end-if.
*>
 bb999-exit.
     exit     section.
*>
 bc000-Colour-Cell       section.
*>==============================
*>
*>  Two columns of five.  A colour with a variant made keeps its
*>   code but the name may be changed.
*>
     if       WS-C > 5
              compute WS-Lin = 10 + WS-C
              move 41 to WS-Col
     else
              compute WS-Lin = 15 + WS-C
              move 1 to WS-Col.
     move     WS-C to display-n.
     display  display-n (3:2) at line WS-Lin col WS-Col with foreground-color 2.
     add      3 to WS-Col.
     display  "[   ][        ]" at line WS-Lin col WS-Col with foreground-color 2.
     add      1 to WS-Col.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to bc999-exit.
     if       WS-Colour-Used (WS-C) = "Y"
              display SYH-Colour-Code (WS-C) at line WS-Lin col WS-Col with foreground-color 3
     else
              accept SYH-Colour-Code (WS-C) at line WS-Lin col WS-Col
                                with foreground-color 3 update UPPER.
     add      5 to WS-Col.
     if       SYH-Colour-Code (WS-C) not = spaces
              accept SYH-Colour-Name (WS-C) at line WS-Lin col WS-Col
                                with foreground-color 3 update
     else
              move spaces to SYH-Colour-Name (WS-C).
*>
 bc999-exit.
     exit     section.
*>
 ca000-Generate          section.
*>==============================
*>
*>  Every size and colour not excluded - make it, take over the item
*>   already on file under its key, or copy the style's shared fields
*>   down to it unless it keeps its own.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Generate / Update Variant Stock Records" at 0121 with foreground-color 2.
     display  "Style Code    [       ]"   at 0401 with foreground-color 2.
     move     spaces to WS-Style-In.
     accept   WS-Style-In at 0416 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
         or   WS-Style-In = spaces
              go to ca999-exit.
     perform  zb000-Read-Header.
     if       WS-Style-Status not = zero
              display ST731 at line WS-23-Lines col 1 with foreground-color 4 erase eol
              display ST003 at line WS-Lines col 1 with foreground-color 2
              accept  ws-reply at line WS-Lines col 30
              go to ca999-exit.
     display  SYH-Desc at 0426 with foreground-color 3.
     move     Style-Record to WS-Style-Header.
     move     zero to WS-Created WS-Adopted WS-Updated WS-Failed.
     move     1 to WS-C.
*>
 ca010-Colour.
     if       WS-C > SYH-Colour-Cnt
              go to ca090-Done.
     move     1 to WS-S.
*>
 ca020-Size.
     if       WS-S > SYH-Size-Cnt
              add  1 to WS-C
              go to ca010-Colour.
     perform  cb000-Variant.
     move     WS-Style-Header to Style-Record.
     add      1 to WS-S.
     go       to ca020-Size.
*>
 ca090-Done.
     move     WS-Created to display-n.
     display  "Variants made          " at 0601 with foreground-color 2.
     display  display-n at 0625 with foreground-color 3.
     move     WS-Adopted to display-n.
     display  "Items taken over       " at 0701 with foreground-color 2.
     display  display-n at 0725 with foreground-color 3.
     move     WS-Updated to display-n.
     display  "Variants updated       " at 0801 with foreground-color 2.
     display  display-n at 0825 with foreground-color 3.
     move     WS-Failed to display-n.
     display  "Not made               " at 0901 with foreground-color 2.
     display  display-n at 0925 with foreground-color 3.
     display  ST003 at line WS-Lines col 1 with foreground-color 2.
     accept   ws-reply at line WS-Lines col 30.
*>
 ca999-exit.
     exit     section.
*>
 cb000-Variant           section.
*>==============================
*>
*>  Size WS-S, colour WS-C of the style held in WS-Style-Header.  The
*>   variant record is kept in WS-Variant-Save while the header is
*>   back in the record area for the shared fields.
*>
     move     SYH-Size-Code   (WS-S) to WS-Var-Size.
     move     SYH-Colour-Code (WS-C) to WS-Var-Colour.
     perform  ze000-Build-Child.
*>
     move     WS-Style-In to SY-Style.
     move     "V"   to SY-Type.
     move     WS-S  to SY-Size.
     move     WS-C  to SY-Colour.
     read     Style-File record
              invalid key
              initialize SY-Variant-Data
              move WS-Style-In to SY-Style
              move "V"   to SY-Type
              move WS-S  to SY-Size
              move WS-C  to SY-Colour
              move space to SYV-Status
              move "N"   to SYV-Own-Desc SYV-Own-Price SYV-Own-Supp SYV-Own-PA
              write Style-Record
     end-read.
     if       SYV-Excluded
              go to cb999-exit.
     move     Style-Record to WS-Variant-Save.
     if       SYV-Made
              go to cb050-Update.
*>
*>  Not made yet - an item already on file under the key is taken
*>   over as it stands, keeping all its own values.
*>
     move     WS-Child-Key to WS-Stock-Key.
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     if       fs-reply = zero
              move "Y" to SYV-Own-Desc SYV-Own-Price SYV-Own-Supp SYV-Own-PA
              move "A" to SYV-Status
              move WS-Child-Key to SYV-Stock-Key
              rewrite Style-Record
              add  1 to WS-Adopted
              go to cb999-exit.
*>
     move     WS-Style-Header to Style-Record.
     perform  zg000-New-Stock-Record.
     move     WS-Variant-Save to Style-Record.
     perform  Stock-Write.
     if       fs-reply not = zero
              display ST738 at line WS-23-Lines col 1 with foreground-color 4 erase eol
              display fs-reply at line WS-23-Lines col 45 with foreground-color 4
              display WS-Child-Key at line WS-23-Lines col 48 with foreground-color 3
              display ST003 at line WS-Lines col 1 with foreground-color 2
              accept  ws-reply at line WS-Lines col 30
              display " " at line WS-23-Lines col 1 with erase eos
              add  1 to WS-Failed
              go to cb999-exit.
     perform  zh000-Clear-Audit-Saves.
     move     "A" to MD-In-Action.
     perform  zi000-Audit-Changes.
     move     "A" to SYV-Status.
     move     WS-Child-Key to SYV-Stock-Key.
     rewrite  Style-Record.
     add      1 to WS-Created.
     go       to cb999-exit.
*>
 cb050-Update.
     move     SYV-Stock-Key to WS-Stock-Key.
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     if       fs-reply not = zero
              add  1 to WS-Failed
              go to cb999-exit.
     perform  zj000-Save-Audit-Fields.
     move     space to WS-Changed.
     if       SYV-Own-Desc not = "Y"
         and  WS-Stock-Desc not = WS-Child-Desc
              move WS-Child-Desc to WS-Stock-Desc
              move "Y" to WS-Changed.
     move     SYV-Own-Price to WS-Own-Price.
     move     SYV-Own-Supp  to WS-Own-Supp.
     move     SYV-Own-PA    to WS-Own-PA.
     move     WS-Style-Header to Style-Record.
     if       WS-Own-Price not = "Y"
         and  Stock-Retail not = SYH-Retail
              move SYH-Retail to Stock-Retail
              move "Y" to WS-Changed.
     if       WS-Own-Supp not = "Y"
         and  Stock-Suppliers-Group not = SYH-Supplier-Group
              move SYH-Supplier-Group to Stock-Suppliers-Group
              move "Y" to WS-Changed.
     if       WS-Own-PA not = "Y"
         and (Stock-PA-Code not = SYH-PA-Code
          or  Stock-SA-Code not = SYH-SA-Code)
              move SYH-PA-Code to Stock-PA-Code
              move SYH-SA-Code to Stock-SA-Code
              move "Y" to WS-Changed.
     if       WS-Changed not = "Y"
              go to cb999-exit.
     perform  Stock-Rewrite.
     if       fs-reply not = zero
              add  1 to WS-Failed
              go to cb999-exit.
     move     "C" to MD-In-Action.
     perform  zi000-Audit-Changes.
     add      1 to WS-Updated.
*>
 cb999-exit.
     exit     section.
*>
 da000-Overrides         section.
*>==============================
*>
*>  One variant at a time, by its size and colour codes.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Variant Overrides / Exclusions" at 0126 with foreground-color 2.
     display  "Style Code    [       ]"   at 0401 with foreground-color 2.
     move     spaces to WS-Style-In.
     accept   WS-Style-In at 0416 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
         or   WS-Style-In = spaces
              go to da999-exit.
     perform  zb000-Read-Header.
     if       WS-Style-Status not = zero
              display ST731 at line WS-23-Lines col 1 with foreground-color 4 erase eol
              display ST003 at line WS-Lines col 1 with foreground-color 2
              accept  ws-reply at line WS-Lines col 30
              go to da999-exit.
     display  SYH-Desc at 0426 with foreground-color 3.
     move     Style-Record to WS-Style-Header.
*>
 da010-Get-Variant.
     move     WS-Style-Header to Style-Record.
     display  "Size   [   ]  Colour [   ]   (blank size to finish)" at 0601
                                          with foreground-color 2 erase eos.
     move     spaces to WS-Size-In WS-Colour-In.
     accept   WS-Size-In at 0609 with foreground-color 3 UPPER.
     if       WS-Size-In = spaces
         or   Cob-Crt-Status = Cob-Scr-Esc
              go to da999-exit.
     accept   WS-Colour-In at 0624 with foreground-color 3 UPPER.
     move     zero to WS-S WS-C.
     perform  db000-Find-Size   varying WS-M from 1 by 1
                                  until WS-M > SYH-Size-Cnt.
     perform  dc000-Find-Colour varying WS-M from 1 by 1
                                  until WS-M > SYH-Colour-Cnt.
     if       WS-S = zero
         or   WS-C = zero
              display ST737 at line WS-23-Lines col 1 with foreground-color 4 erase eol
              go to da010-Get-Variant.
     display  " " at line WS-23-Lines col 1 with erase eol.
     move     WS-Size-In   to WS-Var-Size.
     move     WS-Colour-In to WS-Var-Colour.
     perform  ze000-Build-Child.
*>
     move     WS-Style-In to SY-Style.
     move     "V"   to SY-Type.
     move     WS-S  to SY-Size.
     move     WS-C  to SY-Colour.
     move     "Y"   to WS-Var-Exists.
     read     Style-File record
              invalid key
              initialize SY-Variant-Data
              move WS-Style-In to SY-Style
              move "V"   to SY-Type
              move WS-S  to SY-Size
              move WS-C  to SY-Colour
              move space to SYV-Status
              move "N"   to SYV-Own-Desc SYV-Own-Price SYV-Own-Supp SYV-Own-PA
              move "N"   to WS-Var-Exists
     end-read.
     if       SYV-Stock-Key = spaces
              move WS-Child-Key to SYV-Stock-Key.
*>
     display  "Stock item       " at 0801 with foreground-color 2.
     display  SYV-Stock-Key       at 0819 with foreground-color 3.
     if       SYV-Made
              display "Made"      at 0834 with foreground-color 3
     else
      if      SYV-Excluded
              display "Excluded"  at 0834 with foreground-color 3
      else
              display "Not yet made" at 0834 with foreground-color 3
      end-if
     end-if.
     display  "Exclude from the style  [ ]   (Y/N)" at 1001 with foreground-color 2.
     display  "Keep its own description [ ]"         at 1101 with foreground-color 2.
     display  "Keep its own retail price[ ]"         at 1201 with foreground-color 2.
     display  "Keep its own suppliers   [ ]"         at 1301 with foreground-color 2.
     display  "Keep its own PA/SA codes [ ]"         at 1401 with foreground-color 2.
*>
 da020-Flags.
     if       SYV-Excluded
              move "Y" to ws-reply
     else
              move "N" to ws-reply.
     accept   ws-reply at 1026 with foreground-color 3 update UPPER.
     accept   SYV-Own-Desc  at 1126 with foreground-color 3 update UPPER.
     accept   SYV-Own-Price at 1226 with foreground-color 3 update UPPER.
     accept   SYV-Own-Supp  at 1326 with foreground-color 3 update UPPER.
     accept   SYV-Own-PA    at 1426 with foreground-color 3 update UPPER.
     if       (ws-reply      not = "Y" and not = "N")
         or   (SYV-Own-Desc  not = "Y" and not = "N")
         or   (SYV-Own-Price not = "Y" and not = "N")
         or   (SYV-Own-Supp  not = "Y" and not = "N")
         or   (SYV-Own-PA    not = "Y" and not = "N")
              go to da020-Flags.
*>
*>  Excluding a made variant leaves its stock record alone - it just
*>   drops out of the grid and is no longer maintained.  Putting one
*>   back is made (or taken over) by the next generate.
*>
     if       ws-reply = "Y"
              move "N" to SYV-Status
     else
      if      SYV-Excluded
              move space to SYV-Status
      end-if
     end-if.
     if       WS-Var-Exists = "Y"
              rewrite Style-Record
     else
              write   Style-Record.
     go       to da010-Get-Variant.
*>
 da999-exit.
     exit     section.
*>
 db000-Find-Size         section.
*>==============================
*>
     if       SYH-Size-Code (WS-M) = WS-Size-In
              move WS-M to WS-S.
*>
 db999-exit.
     exit     section.
*>
 dc000-Find-Colour       section.
*>==============================
*>
     if       SYH-Colour-Code (WS-M) = WS-Colour-In
              move WS-M to WS-C.
*>
 dc999-exit.
     exit     section.
*>
 ea000-Enquiry           section.
*>==============================
*>
*>  One measure at a time - H held, O on order, S sold this year.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Variant Matrix Enquiry" at 0130 with foreground-color 2.
     display  "Style Code    [       ]"   at 0301 with foreground-color 2.
     move     spaces to WS-Style-In.
     accept   WS-Style-In at 0316 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
         or   WS-Style-In = spaces
              go to ea999-exit.
     perform  zb000-Read-Header.
     if       WS-Style-Status not = zero
              display ST731 at line WS-23-Lines col 1 with foreground-color 4 erase eol
              display ST003 at line WS-Lines col 1 with foreground-color 2
              accept  ws-reply at line WS-Lines col 30
              go to ea999-exit.
     display  SYH-Desc at 0326 with foreground-color 3.
     move     Style-Record to WS-Style-Header.
     move     "H" to WS-Measure.
*>
 ea010-Show.
     perform  ga000-Load-Matrix.
     display  " " at 0501 with erase eos.
     if       WS-Held
              display "Held"            at 0501 with foreground-color 3
     else
      if      WS-On-Order
              display "On Order"        at 0501 with foreground-color 3
      else
              display "Sold This Year"  at 0501 with foreground-color 3
      end-if
     end-if.
     perform  ea100-Size-Head varying WS-S from 1 by 1
                                until WS-S > SYH-Size-Cnt.
     display  "  Total" at 0574 with foreground-color 2.
     perform  ea200-Colour-Row varying WS-C from 1 by 1
                                until WS-C > SYH-Colour-Cnt.
     compute  WS-Lin = 7 + SYH-Colour-Cnt.
     display  "Total" at line WS-Lin col 1 with foreground-color 2.
     perform  ea300-Col-Total varying WS-S from 1 by 1
                                until WS-S > SYH-Size-Cnt.
     move     WS-MX-Total to display-total.
     display  display-total at line WS-Lin col 74 with foreground-color 3.
*>
     display  "H = Held, O = On Order, S = Sold, X = Exit [ ]" at line WS-23-Lines col 1
                                     with foreground-color 2 erase eol.
     move     space to ws-reply.
     accept   ws-reply at line WS-23-Lines col 45 with foreground-color 6 auto UPPER.
     if       ws-reply = "H" or = "O" or = "S"
              move ws-reply to WS-Measure
              go to ea010-Show.
*>
 ea999-exit.
     exit     section.
*>
 ea100-Size-Head         section.
*>==============================
*>
     compute  WS-Col = 15 + ((WS-S - 1) * 6).
     display  SYH-Size-Code (WS-S) at line 5 col WS-Col with foreground-color 2.
*>
 ea199-exit.
     exit     section.
*>
 ea200-Colour-Row        section.
*>==============================
*>
     compute  WS-Lin = 5 + WS-C.
     display  SYH-Colour-Code (WS-C) at line WS-Lin col 1 with foreground-color 3.
     display  SYH-Colour-Name (WS-C) at line WS-Lin col 5 with foreground-color 3.
     perform  ea210-Cell varying WS-S from 1 by 1
                                until WS-S > SYH-Size-Cnt.
     move     WS-MX-Row (WS-C) to display-total.
     display  display-total at line WS-Lin col 74 with foreground-color 3.
*>
 ea299-exit.
     exit     section.
*>
 ea210-Cell              section.
*>==============================
*>
     compute  WS-Col = 14 + ((WS-S - 1) * 6).
     compute  WS-N = ((WS-C - 1) * 10) + WS-S.
     if       WS-MX-Made (WS-N) = "Y"
              move WS-MX-Cell (WS-C WS-S) to display-cell
              display display-cell at line WS-Lin col WS-Col with foreground-color 3
     else
              display "   --" at line WS-Lin col WS-Col with foreground-color 2.
*>
 ea219-exit.
     exit     section.
*>
 ea300-Col-Total         section.
*>==============================
*>
     compute  WS-Col = 14 + ((WS-S - 1) * 6).
     move     WS-MX-Col (WS-S) to display-cell.
     display  display-cell at line WS-Lin col WS-Col with foreground-color 3.
*>
 ea399-exit.
     exit     section.
*>
 fa000-Report            section.
*>==============================
*>
*>  One style or, left blank, every style - held, on order and sold
*>   this year as three grids each.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Variant Matrix Report" at 0130 with foreground-color 2.
     display  "Style Code    [       ]   (blank = all styles)" at 0401 with foreground-color 2.
     move     spaces to WS-Style-In.
     accept   WS-Style-In at 0416 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to fa999-exit.
     move     spaces to SY-Key.
     move     WS-Style-In to SY-Style.
     start    Style-File key not less than SY-Key
              invalid key
              display ST731 at line WS-23-Lines col 1 with foreground-color 4 erase eol
              display ST003 at line WS-Lines col 1 with foreground-color 2
              accept  ws-reply at line WS-Lines col 30
              go to fa999-exit.
     move     zero to page-nos.
     move     99   to line-cnt.
     move     usera to l1-user.
     open     output print-file.
*>
 fa010-Read.
     read     Style-File next record
              at end
              go to fa090-Done.
     if       WS-Style-In not = spaces
         and  SY-Style not = WS-Style-In
              go to fa090-Done.
     if       not SY-Header
              go to fa010-Read.
     move     Style-Record to WS-Style-Header.
     perform  fb000-Style-Block.
*>
*>  Re-position after the variant reads.
*>
     move     WS-Style-Header to Style-Record.
     move     high-values to SY-Type.
     start    Style-File key greater than SY-Key
              invalid key
              go to fa090-Done.
     go       to fa010-Read.
*>
 fa090-Done.
     close    print-file.
     if       page-nos = zero
              display ST731 at line WS-23-Lines col 1 with foreground-color 4 erase eol
     else
              call "SYSTEM" using Print-Report
              display "Report printed." at line WS-23-Lines col 1 with foreground-color 2 erase eol.
     display  ST003 at line WS-Lines col 1 with foreground-color 2.
     accept   ws-reply at line WS-Lines col 30.
*>
 fa999-exit.
     exit     section.
*>
 fb000-Style-Block       section.
*>==============================
*>
     compute  WS-N = (SYH-Colour-Cnt * 3) + 12.
     if       line-cnt > Page-Lines - WS-N
              perform fc000-Headings.
     move     SY-Style   to l2-style.
     move     SYH-Desc   to l2-desc.
     move     SYH-Retail to l2-retail.
     write    print-record from line-2 after 2.
     add      2 to line-cnt.
     move     "H" to WS-Measure.
     perform  fd000-Measure.
     move     "O" to WS-Measure.
     perform  fd000-Measure.
     move     "S" to WS-Measure.
     perform  fd000-Measure.
*>
 fb999-exit.
     exit     section.
*>
 fc000-Headings          section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     if       page-nos not = 1
              write print-record from line-1 after page
     else
              write print-record from line-1 after 1.
     move     spaces to print-record.
     write    print-record after 1.
     move     2 to line-cnt.
*>
 fc999-exit.
     exit     section.
*>
 fd000-Measure           section.
*>==============================
*>
     perform  ga000-Load-Matrix.
     move     spaces to line-3.
     if       WS-Held
              move "Held"           to l3-measure
     else
      if      WS-On-Order
              move "On Order"       to l3-measure
      else
              move "Sold This Year" to l3-measure
      end-if
     end-if.
     perform  fd010-Size-Head varying WS-S from 1 by 1
                                until WS-S > SYH-Size-Cnt.
     move     "     Total" to l3-total.
     write    print-record from line-3 after 2.
     add      2 to line-cnt.
     perform  fe000-Colour-Line varying WS-C from 1 by 1
                                 until WS-C > SYH-Colour-Cnt.
     move     spaces to line-4.
     move     "Total" to l4-colour.
     perform  fd020-Col-Total varying WS-S from 1 by 1
                                until WS-S > SYH-Size-Cnt.
     move     WS-MX-Total to l4-total.
     write    print-record from line-4 after 1.
     add      1 to line-cnt.
*>
 fd999-exit.
     exit     section.
*>
 fd010-Size-Head         section.
*>==============================
*>
     move     SYH-Size-Code (WS-S) to l3-size (WS-S) (7:3).
*>
 fd019-exit.
     exit     section.
*>
 fd020-Col-Total         section.
*>==============================
*>
     move     WS-MX-Col (WS-S) to l4-cell (WS-S).
*>
 fd029-exit.
     exit     section.
*>
 fe000-Colour-Line       section.
*>==============================
*>
     move     spaces to line-4.
     move     SYH-Colour-Code (WS-C) to l4-colour.
     move     SYH-Colour-Name (WS-C) to l4-colour (5:8).
     perform  fe010-Cell varying WS-S from 1 by 1
                                until WS-S > SYH-Size-Cnt.
     move     WS-MX-Row (WS-C) to l4-total.
     write    print-record from line-4 after 1.
     add      1 to line-cnt.
*>
 fe999-exit.
     exit     section.
*>
 fe010-Cell              section.
*>==============================
*>
     compute  WS-N = ((WS-C - 1) * 10) + WS-S.
     if       WS-MX-Made (WS-N) = "Y"
              move WS-MX-Cell (WS-C WS-S) to l4-cell (WS-S).
*>
 fe019-exit.
     exit     section.
*>
 ga000-Load-Matrix       section.
*>==============================
*>
*>  The measure in WS-Measure for each made variant of the style in
*>   WS-Style-Header.  Sold = this year's deductions, months 1 - 12.
*>
     initialize WS-Matrix.
     move     WS-Style-Header to Style-Record.
     move     SY-Style to WS-Cur-Style.
     move     "V"  to SY-Type.
     move     zero to SY-Size SY-Colour.
     start    Style-File key not less than SY-Key
              invalid key
              go to ga090-Done.
*>
 ga010-Read.
     read     Style-File next record
              at end
              go to ga090-Done.
     if       SY-Style not = WS-Cur-Style
         or   not SY-Variant
              go to ga090-Done.
     if       not SYV-Made
         or   SY-Size   > 10 or SY-Size   = zero
         or   SY-Colour > 10 or SY-Colour = zero
              go to ga010-Read.
     move     SYV-Stock-Key to WS-Stock-Key.
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     if       fs-reply not = zero
              go to ga010-Read.
     if       WS-Held
              move Stock-Held to WS-Qty
     else
      if      WS-On-Order
              move Stock-On-Order to WS-Qty
      else
              move zero to WS-Qty
              perform gb000-Add-Month varying WS-M from 1 by 1
                                        until WS-M > 12
      end-if
     end-if.
     compute  WS-N = ((SY-Colour - 1) * 10) + SY-Size.
     move     "Y"    to WS-MX-Made (WS-N).
     move     WS-Qty to WS-MX-Cell (SY-Colour SY-Size).
     add      WS-Qty to WS-MX-Row (SY-Colour)
                        WS-MX-Col (SY-Size)
                        WS-MX-Total.
     go       to ga010-Read.
*>
 ga090-Done.
     move     WS-Style-Header to Style-Record.
*>
 ga999-exit.
     exit     section.
*>
 gb000-Add-Month         section.
*>==============================
*>
     add      Stock-TD-Deds (WS-M) to WS-Qty.
*>
 gb999-exit.
     exit     section.
*>
 zb000-Read-Header       section.
*>==============================
*>
     move     WS-Style-In to SY-Style.
     move     "H"  to SY-Type.
     move     zero to SY-Size SY-Colour.
     read     Style-File record
              invalid key
              move 23 to WS-Style-Status.
*>
 zb999-exit.
     exit     section.
*>
 zc000-Load-Used         section.
*>==============================
*>
*>  Which sizes and colours have a variant made, then the header back.
*>
     move     spaces to WS-Used-Table.
     move     Style-Record to WS-Style-Header.
     move     "V"  to SY-Type.
     start    Style-File key not less than SY-Key
              invalid key
              go to zc090-Done.
*>
 zc010-Read.
     read     Style-File next record
              at end
              go to zc090-Done.
     if       SY-Style not = WS-Style-In
         or   not SY-Variant
              go to zc090-Done.
     if       SYV-Made
       and    SY-Size   not > 10
       and    SY-Colour not > 10
       and    SY-Size   > zero
       and    SY-Colour > zero
              move "Y" to WS-Size-Used (SY-Size)
                          WS-Colour-Used (SY-Colour).
     go       to zc010-Read.
*>
 zc090-Done.
     move     WS-Style-Header to Style-Record.
*>
 zc999-exit.
     exit     section.
*>
 zd000-Check-Supplier    section.
*>==============================
*>
     if       WS-M = 1
              move zero to WS-Error.
     if       SYH-Suppliers (WS-M) = spaces
              go to zd999-exit.
     move     SYH-Suppliers (WS-M) to WS-Purch-Key
                                      WS-File-Key.
     perform  Purch-Read-Indexed.
     if       fs-reply = zero
              go to zd999-exit.
     move     1 to WS-Error.
     display  ST733 at line WS-23-Lines col 1 with foreground-color 4 erase eol.
*>
 zd999-exit.
     exit     section.
*>
 ze000-Build-Child       section.
*>==============================
*>
*>  Variant key, abbreviated key and description from the style in
*>   Style-Record, size WS-S / WS-Var-Size, colour WS-C / WS-Var-Colour.
*>
     move     spaces to WS-Child-Key WS-Child-Desc.
     string   WS-Style-In   delimited by space
              WS-Var-Size   delimited by space
              WS-Var-Colour delimited by space
                                     into WS-Child-Key.
     move     SYH-Abrev to WS-CA-Prefix.
     move     WS-S      to WS-CA-Size.
     move     WS-C      to WS-CA-Colour.
     string   SYH-Desc      delimited by "  "
              " "           delimited by size
              WS-Var-Size   delimited by space
              "/"           delimited by size
              WS-Var-Colour delimited by space
                                     into WS-Child-Desc.
*>
 ze999-exit.
     exit     section.
*>
 zf000-Check-Lists       section.
*>==============================
*>
*>  Counts from the lists - error 1 = a gap or a repeat, 2 = empty.
*>
     move     zero to WS-Error SYH-Size-Cnt SYH-Colour-Cnt.
     perform  zf010-Count varying WS-M from 1 by 1 until WS-M > 10.
     if       WS-Error not = zero
              go to zf999-exit.
     perform  zf020-Repeat varying WS-M from 1 by 1 until WS-M > 9
                             after WS-N from WS-M by 1 until WS-N > 9.
     if       WS-Error = zero
        and  (SYH-Size-Cnt = zero or SYH-Colour-Cnt = zero)
              move 2 to WS-Error.
*>
 zf999-exit.
     exit     section.
*>
 zf010-Count             section.
*>==============================
*>
     if       SYH-Size-Code (WS-M) not = spaces
              if   SYH-Size-Cnt not = WS-M - 1
                   move 1 to WS-Error
              end-if
              move WS-M to SYH-Size-Cnt.
     if       SYH-Colour-Code (WS-M) not = spaces
              if   SYH-Colour-Cnt not = WS-M - 1
                   move 1 to WS-Error
              end-if
              move WS-M to SYH-Colour-Cnt.
*>
 zf019-exit.
     exit     section.
*>
 zf020-Repeat            section.
*>==============================
*>
     if       SYH-Size-Code (WS-M) not = spaces
         and  SYH-Size-Code (WS-M) = SYH-Size-Code (WS-N + 1)
              move 1 to WS-Error.
     if       SYH-Colour-Code (WS-M) not = spaces
         and  SYH-Colour-Code (WS-M) = SYH-Colour-Code (WS-N + 1)
              move 1 to WS-Error.
*>
 zf029-exit.
     exit     section.
*>
 zg000-New-Stock-Record  section.
*>==============================
*>
*>  A new variant - the style's shared fields, nothing held.
*>
     initialize WS-Stock-Record with filler.
     move     zero to Stock-Construct-Bundle Stock-Under-Construction
                      Stock-Work-in-Progress  Stock-ReOrder-Pnt
                      Stock-Std-ReOrder       Stock-Back-Ordered
                      Stock-On-Order          Stock-Held
                      Stock-Pre-Sales         Stock-Value
                      Stock-Order-Due         Stock-Order-Date
                      Stock-Adds              Stock-Deducts
                      Stock-Wip-Adds          Stock-Wip-Deds
                      Stock-Last-Actual-Cost  Stock-Arrived-Date
                      Stock-Buy-Factor        Stock-Sell-Factor
                      Stock-Warranty-Months.
     perform  zg010-Zero-Month varying WS-M from 1 by 1
                                 until WS-M > 12.
     move     WS-Child-Key      to WS-Stock-Key.
     move     WS-Child-Abrev    to WS-Stock-Abrev-Key.
     move     WS-Child-Desc     to WS-Stock-Desc.
     move     SYH-Suppliers (1) to Stock-Supplier-P1.
     move     SYH-Suppliers (2) to Stock-Supplier-P2.
     move     SYH-Suppliers (3) to Stock-Supplier-P3.
     move     SYH-PA-Code       to Stock-PA-Code.
     move     SYH-SA-Code       to Stock-SA-Code.
     move     SYH-Retail        to Stock-Retail.
     move     SYH-Cost          to Stock-Cost.
     move     SYH-Location      to WS-Stock-Location.
     move     "N"               to Stock-Services-Flag
                                   Stock-Serial-Tracked
                                   Stock-Kit-Flag.
*>
 zg999-exit.
     exit     section.
*>
 zg010-Zero-Month        section.
*>==============================
*>
     move     zero to Stock-TD-Adds (WS-M)
                      Stock-TD-Deds (WS-M)
                      Stock-TD-Wip-Adds (WS-M)
                      Stock-TD-Wip-Deds (WS-M).
*>
 zg019-exit.
     exit     section.
*>
 zh000-Clear-Audit-Saves section.
*>==============================
*>
     move     spaces to mds-desc.
     move     zero   to mds-cost mds-retail.
*>
 zh999-exit.
     exit     section.
*>
 zi000-Audit-Changes     section.
*>==============================
*>
*>  One mdaudit record per changed field, as st010.
*>
     move     "ST" to MD-In-File.
     move     "st073" to MD-In-Prog.
     move     usera (1:12) to MD-In-User.
     move     spaces to MD-In-Key.
     move     WS-Stock-Key to MD-In-Key.
*>
     if       mds-desc not = WS-Stock-Desc
              move "STOCK-DESC" to MD-In-Field
              move mds-desc to MD-In-Before
              move WS-Stock-Desc to MD-In-After
              move space to MD-In-Sensitive
              call "mdaudit" using MD-Call-Block
                                  File-Defs.
     if       mds-cost not = Stock-Cost
              move "STOCK-COST" to MD-In-Field
              move mds-cost to mdw-num
              move mdw-num to MD-In-Before
              move Stock-Cost to mdw-num
              move mdw-num to MD-In-After
              move space to MD-In-Sensitive
              call "mdaudit" using MD-Call-Block
                                  File-Defs.
     if       mds-retail not = Stock-Retail
              move "STOCK-RETAIL" to MD-In-Field
              move mds-retail to mdw-num
              move mdw-num to MD-In-Before
              move Stock-Retail to mdw-num
              move mdw-num to MD-In-After
              move space to MD-In-Sensitive
              call "mdaudit" using MD-Call-Block
                                  File-Defs.
*>
 zi999-exit.
     exit     section.
*>
 zj000-Save-Audit-Fields section.
*>==============================
*>
     move     WS-Stock-Desc to mds-desc.
     move     Stock-Cost    to mds-cost.
     move     Stock-Retail  to mds-retail.
*>
 zj999-exit.
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
