*>                        ST118.
*>                        ST119.
*>                        ST120.
*>                        ST121.
*>                        ST122.
*>                        ST123.
*>                        ST124.
*>                        ST125.
*>                        ST126.
*>                        ST127.
*>**
*>    Changes:
*> 25/04/09 vbc - Rewritten in Cobol from scratch for GnuCobol against v2 specs.
*> 22/08/26 vbc - .58 Field level change audit via mdaudit on add,
*>                    amend and delete.
*> 04/02/25 vbc - .56 Added WS-  to Stock-Location.
*> 15/10/26 vbc - .59 Kit (phantom) items - Kit flag on the screen and
*>                    for a kit the component list (Kit-File, up to 15
*>                    stock items with qty per kit) taken after saving.
*>                    A kit holds no stock itself.  Deleting or
*>                    renumbering keeps the Kit-File in step.
*> 15/10/26 vbc - .60 Dangerous goods - DG flag on the screen and for a
*>                    DG item the UN number, proper shipping name,
*>                    class, sub risk, packing group, limited qty and
*>                    net qty per unit (DG-File) taken after saving.
*>                    Deleting or renumbering keeps the DG-File in step.
*>
*>*************************************************************************
*>
*> copy "selstock.cob".
*> copy "selpl.cob".
*> copy "selanal.cob".
 copy "selkit.cob".      *> 15/10/26 kit components
 copy "seldgood.cob".    *> 15/10/26 dangerous goods
 copy "selprint.cob".
 data                    division.
*>===============================
*> copy "fdstock.cob".
*> copy "fdpl.cob".
*> copy "fdanal.cob".
 copy "fdkit.cob".       *> 15/10/26 kit components
 copy "fddgood.cob".     *> 15/10/26 dangerous goods
 copy "fdprint.cob".
*>
 working-storage section.
*>-----------------------
*>
 77  prog-name           pic x(15)       value "ST010 (3.02.60)".
*>
*>  This will print 1 copy to CUPS print spool specified on line 3
*>
     03  SS-Stock-Value              pic 9(9)v99.
     03  SS-Stock-Buy-Factor         pic 9(6).
     03  SS-Stock-Sell-Factor        pic 9(4).
*>
 01  WS-Kit-Data.                        *> 15/10/26 kit components
     03  WS-Kit-Status       pic 99          value zero.
     03  WS-Kit-Key          pic x(13)       value spaces.
     03  WS-Kit-New-Key      pic x(13)       value spaces.
     03  WS-KC-Cnt           pic 99          value zero.
     03  WS-KC-Ndx           pic 99          value zero.
     03  WS-KC-Seq           pic 99          value zero.
     03  WS-KC-Esc           pic x           value "N".
     03  WS-KC-Used          pic x           value "N".
     03  WS-KC-Table.
         05  WS-KC-Line                      occurs 15.
             07  WS-KC-Comp  pic x(13).
             07  WS-KC-Qty   pic 9(6).
*>
 01  WS-DG-Data.                         *> 15/10/26 dangerous goods
     03  WS-DG-Status        pic 99          value zero.
     03  WS-DG-Key           pic x(13)       value spaces.
     03  WS-DG-New-Key       pic x(13)       value spaces.
     03  WS-DG-UN            pic 9(4)        value zero.
     03  WS-DG-Net           pic 9(5)v999    value zero.
     03  WS-DG-Esc           pic x           value "N".
*>
 01  accept-terminator-array pic 9(4)         value zero.
     copy "screenio.cpy".
     03  ST118          pic x(51) value "ST118 Service Flag is set, so unused values cleared".
     03  ST119          pic x(32) value "ST119 No more records to display".
     03  ST120          pic x(33) value "ST120 Error on analMT processing".
     03  ST121          pic x(47) value "ST121 A Kit item cannot also be a Services item".
     03  ST122          pic x(60) value "ST122 Kit item - no stock of its own, enter components next".
     03  ST123          pic x(50) value "ST123 Cannot Delete, item is a component of a kit".
     03  ST124          pic x(38) value "ST124 Kit file will not open, status =".
     03  ST125          pic x(44) value "ST125 A Kit cannot be a component of itself".
     03  ST126          pic x(32) value "ST126 Component Stock not found".
     03  ST127          pic x(48) value "ST127 A Kit cannot be a component of another Kit".
     03  ST128          pic x(36) value "ST128 UN Number is 4 digits, not 0".
     03  ST129          pic x(40) value "ST129 Proper Shipping Name must be given".
     03  ST130          pic x(45) value "ST130 Hazard Class is 1 to 9, eg 2.1, 3 or 8".
     03  ST131          pic x(44) value "ST131 Packing Group is I, II, III or blank".
     03  ST132          pic x(36) value "ST132 Net per unit is in KG or L".
     03  ST133          pic x(45) value "ST133 Dangerous Goods file will not open, st=".
*>
 01  error-code         pic 999    value zero.
*>
     03  value "Services only Flag [" line 11 col  1.
     03  using Stock-Services-Flag pic x      col 21 foreground-color 3.
     03  value "] (Y/N)"                      col 22.
     03  value "Kit ["                        col 30.
     03  using Stock-Kit-Flag pic x           col 35 foreground-color 3.
     03  value "]"                            col 36.
     03  value "Buy Unit  ["                  col 41.
     03  using Stock-Buy-Unit pic x(3)        col 52 foreground-color 3.
     03  value "] x ["                        col 55.
     03  value "Date Ordered - ["     line 12 col  1.
     03  using WS-Stock-Order-Date pic x(10)  col 17 foreground-color 3.
     03  value "]"                            col 27.
     03  value "DG  ["                        col 30.
     03  using Stock-DG-Flag pic x            col 35 foreground-color 3.
     03  value "]"                            col 36.
     03  value "Date Due     - ["             col 41.
     03  using WS-Stock-Order-Due pic x(10)   col 57 foreground-color 3.
     03  value "]"                            col 67.
     move     spaces to WS-Stock-Key (13:1)
                        WS-Stock-Abrev-Key (7:1)
                        Customer-Code WS-Stock-Dates.
     move     "N" to Stock-Services-Flag Stock-Kit-Flag Stock-DG-Flag.
*>
 ba020-Stock-Item-Accept.
     display  " " at 0467.
              move     WS-saved-stock-record to WS-Stock-Record
     end-if
*>
*> Kit (phantom) item - holds no stock of its own, its components do
*>  and they are entered once saved.  Not for a services item.
*>
     move     function upper-case (Stock-Kit-Flag) to Stock-Kit-Flag.
     if       Stock-Kit-Flag not = "Y"
              move "N" to Stock-Kit-Flag.
     if       Stock-Is-Kit
        and   Stock-Services-Flag = "Y"
              display ST121 at line WS-23-lines col 1 with foreground-color 4 highlight
              go to ba040-Accept-Block.
     if       Stock-Is-Kit
              perform zz110-Clear-Kit-Values.
*>
*> Dangerous goods - details entered once saved.
*>
     move     function upper-case (Stock-DG-Flag) to Stock-DG-Flag.
     if       Stock-DG-Flag not = "Y"
              move "N" to Stock-DG-Flag.
*>
*> if stock-services-flag set clear down unneeded values inc. WIP & redisplay
*>
     if       Stock-Services-Flag not = space
              display ST003   at line WS-lines col 01
              accept WS-reply at line WS-lines col 30
              go to ba998-Main-End.
*>
     if       Stock-Is-Kit
              perform ka000-Kit-Components.
     if       Stock-Is-Dangerous
              perform la000-DG-Details.
*>
 *>    initialize WS-Stock-Record with filler.
     perform  zz070-Initialize-Stock-Record.
              move     WS-saved-stock-record to WS-Stock-Record
     end-if
*>
*> Kit (phantom) item - holds no stock of its own, its components do
*>  and they are entered once saved.  Not for a services item.
*>
     move     function upper-case (Stock-Kit-Flag) to Stock-Kit-Flag.
     if       Stock-Kit-Flag not = "Y"
              move "N" to Stock-Kit-Flag.
     if       Stock-Is-Kit
        and   Stock-Services-Flag = "Y"
              display ST121 at line WS-23-lines col 1 with foreground-color 4 highlight
              go to ca040-Accept-Block.
     if       Stock-Is-Kit
              perform zz110-Clear-Kit-Values.
*>
*> Dangerous goods - details entered once saved.
*>
     move     function upper-case (Stock-DG-Flag) to Stock-DG-Flag.
     if       Stock-DG-Flag not = "Y"
              move "N" to Stock-DG-Flag.
*>
*> if stock-services-flag set clear down unneeded values inc. WIP & redisplay
*>
     if       Stock-Services-Flag not = space
              display ST003   at line WS-lines col 01
              accept WS-reply at line WS-lines col 30
              go to ca998-main-end.
*>
     if       Stock-Is-Kit
              perform ka000-Kit-Components
     else
              perform kc000-Drop-Components.
     if       Stock-Is-Dangerous
              perform la000-DG-Details
     else
              perform lc000-Drop-DG.
*>
 *>    initialize WS-Stock-Record with filler.
     perform  zz070-Initialize-Stock-Record.
           or Stock-Back-Ordered not = zero
              display ST107 at line WS-23-lines col 1 with foreground-color 4 highlight
              go to da020-Stock-Item-Accept.
*>
     perform  kg000-Test-Used-In-Kit.
     if       WS-KC-Used = "Y"
              display ST123 at line WS-23-lines col 1 with foreground-color 4 highlight
              go to da020-Stock-Item-Accept.
*>
     move     "D" to escape-code.
     perform  zz100-test-escape.
     move     1 to File-Key-No.
     perform  Stock-Delete.
     if       fs-reply = zero
              perform zz098-Audit-Delete
              perform kc000-Drop-Components
              perform lc000-Drop-DG.
*>
     if       fs-reply not = zero
              display ST108 at line WS-23-lines col 1 with foreground-color 4 highlight
              display fs-reply at line WS-23-lines col 37 with foreground-color 4 highlight
              display ST006   at line WS-lines col 01
              accept WS-reply at line WS-lines col 30.
*>
     move     WS-Save-Stock-Key to WS-Kit-Key.
     move     WS-Temp-Stock-Key to WS-Kit-New-Key.
     perform  kd000-Rekey-Components.
     move     WS-Save-Stock-Key to WS-DG-Key.
     move     WS-Temp-Stock-Key to WS-DG-New-Key.
     perform  ld000-Rekey-DG.
*>
     go       to  ga010-Display-Stock-Headings.
*>
 ga999-Exit.
     exit     section.
*>
 ka000-Kit-Components       section.
*>*********************************
*>
*>  Components of a kit (phantom) item, up to 15 stock items with the
*>   qty used per kit - sl910 deducts these, not the kit, when it is
*>   sold.  A blank stock number or zero qty drops a line, Esc leaves
*>   the list as it was.  The kit record is kept and put back after.
*>
     move     WS-Stock-Record to WS-Saved-Stock-Record.
     move     WS-Stock-Key    to WS-Kit-Key.
     perform  ke000-Open-Kit-File.
     if       WS-Kit-Status not = zero
              go to ka999-Exit.
     move     spaces to WS-KC-Table.
     move     zero to WS-KC-Cnt.
     perform  ka005-Zero-Qty varying WS-KC-Ndx from 1 by 1
                                    until WS-KC-Ndx > 15.
     move     WS-Kit-Key to KT-Kit.
     move     zero to KT-Seq.
     start    Kit-File key not less than KT-Key
              invalid key
              go to ka020-Show.
*>
 ka010-Load.
     read     Kit-File next record
              at end
              go to ka020-Show.
     if       KT-Kit not = WS-Kit-Key
         or   WS-KC-Cnt = 15
              go to ka020-Show.
     add      1 to WS-KC-Cnt.
     move     KT-Component to WS-KC-Comp (WS-KC-Cnt).
     move     KT-Qty       to WS-KC-Qty  (WS-KC-Cnt).
     go       to ka010-Load.
*>
 ka020-Show.
     display  "Kit Components for - [" at 0401 with foreground-color 2 erase eos.
     display  WS-Kit-Key     at 0423 with foreground-color 3.
     display  "]"            at 0436 with foreground-color 2.
     display  "No  Component      Description                       Qty/Kit"
                             at 0601 with foreground-color 2.
     perform  kf000-Show-Line varying WS-KC-Ndx from 1 by 1
                                     until WS-KC-Ndx > 15.
     display  "Blank Stock Number or zero Qty drops a line - Esc abandons"
                             at line WS-22-lines col 1 with foreground-color 2.
     move     "N" to WS-KC-Esc.
     move     1 to WS-KC-Ndx.
     perform  kb000-Accept-Line until WS-KC-Ndx > 15.
     if       WS-KC-Esc = "Y"
              go to ka090-Close.
*>
*>  Replace the list, renumbered from 01 without the dropped lines.
*>
     perform  kc010-Drop-All.
     move     zero to WS-KC-Seq.
     perform  ka030-Write-Line varying WS-KC-Ndx from 1 by 1
                                      until WS-KC-Ndx > 15.
     go       to ka090-Close.
*>
 ka005-Zero-Qty.
     move     zero to WS-KC-Qty (WS-KC-Ndx).
*>
 ka030-Write-Line.
     if       WS-KC-Comp (WS-KC-Ndx) not = spaces
         and  WS-KC-Qty  (WS-KC-Ndx) not = zero
              add  1 to WS-KC-Seq
              move WS-Kit-Key             to KT-Kit
              move WS-KC-Seq              to KT-Seq
              move WS-KC-Comp (WS-KC-Ndx) to KT-Component
              move WS-KC-Qty  (WS-KC-Ndx) to KT-Qty
              write Kit-Record
                    invalid key
                    rewrite Kit-Record
              end-write
     end-if.
*>
 ka090-Close.
     close    Kit-File.
     move     WS-Saved-Stock-Record to WS-Stock-Record.
*>
 ka999-Exit.
     exit     section.
*>
 kb000-Accept-Line          section.
*>*********************************
*>
*>  One component line - stock number then qty per kit.  Up arrow or
*>   PgUp goes back a line.
*>
     add      6 WS-KC-Ndx giving lin.
     accept   WS-KC-Comp (WS-KC-Ndx) at line lin col 5 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              move "Y" to WS-KC-Esc
              move 16  to WS-KC-Ndx
              go to kb999-Exit.
     if       (Cob-Crt-Status = Cob-Scr-Page-Up
          or   Cob-Crt-Status = Cob-Scr-Key-Up)
         and  WS-KC-Ndx > 1
              subtract 1 from WS-KC-Ndx
              go to kb999-Exit.
     move     function upper-case (WS-KC-Comp (WS-KC-Ndx)) to WS-KC-Comp (WS-KC-Ndx).
     perform  Clear-Error-Line.
     if       WS-KC-Comp (WS-KC-Ndx) = spaces
              move zero to WS-KC-Qty (WS-KC-Ndx)
              perform kf000-Show-Line
              add  1 to WS-KC-Ndx
              go to kb999-Exit.
     if       WS-KC-Comp (WS-KC-Ndx) = WS-Kit-Key
              display ST125 at line WS-23-lines col 1 with foreground-color 4 highlight
              go to kb999-Exit.
*>
     move     WS-KC-Comp (WS-KC-Ndx) to WS-Stock-Key.
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     if       fs-reply not = zero
              display ST126 at line WS-23-lines col 1 with foreground-color 4 highlight
              go to kb999-Exit.
     if       Stock-Is-Kit
              display ST127 at line WS-23-lines col 1 with foreground-color 4 highlight
              go to kb999-Exit.
     display  WS-Stock-Desc at line lin col 20 with foreground-color 3.
*>
     if       WS-KC-Qty (WS-KC-Ndx) = zero
              move 1 to WS-KC-Qty (WS-KC-Ndx).
     accept   WS-KC-Qty (WS-KC-Ndx) at line lin col 54 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              move "Y" to WS-KC-Esc
              move 16  to WS-KC-Ndx
              go to kb999-Exit.
     if       WS-KC-Qty (WS-KC-Ndx) = zero
              move spaces to WS-KC-Comp (WS-KC-Ndx)
              perform kf000-Show-Line.
     add      1 to WS-KC-Ndx.
*>
 kb999-Exit.
     exit     section.
*>
 kc000-Drop-Components      section.
*>*********************************
*>
*>  Item deleted or no longer a kit - its component list goes too.
*>
     move     WS-Stock-Key to WS-Kit-Key.
     perform  ke000-Open-Kit-File.
     if       WS-Kit-Status not = zero
              go to kc999-Exit.
     perform  kc010-Drop-All.
     close    Kit-File.
     go       to kc999-Exit.
*>
 kc010-Drop-All.
     move     WS-Kit-Key to KT-Kit.
     move     zero to KT-Seq.
     start    Kit-File key not less than KT-Key
              invalid key
              go to kc020-Done.
     read     Kit-File next record
              at end
              go to kc020-Done.
     if       KT-Kit not = WS-Kit-Key
              go to kc020-Done.
     delete   Kit-File record.
     go       to kc010-Drop-All.
*>
 kc020-Done.
     exit.
*>
 kc999-Exit.
     exit     section.
*>
 kd000-Rekey-Components     section.
*>*********************************
*>
*>  Renumbered item - move its own component list (if a kit) to the
*>   new number, then change it wherever it is used in another kit.
*>
     perform  ke000-Open-Kit-File.
     if       WS-Kit-Status not = zero
              go to kd999-Exit.
*>
 kd010-Own-List.
     move     WS-Kit-Key to KT-Kit.
     move     zero to KT-Seq.
     start    Kit-File key not less than KT-Key
              invalid key
              go to kd020-Used-In.
     read     Kit-File next record
              at end
              go to kd020-Used-In.
     if       KT-Kit not = WS-Kit-Key
              go to kd020-Used-In.
     delete   Kit-File record.
     move     WS-Kit-New-Key to KT-Kit.
     write    Kit-Record
              invalid key
              rewrite Kit-Record
     end-write.
     go       to kd010-Own-List.
*>
 kd020-Used-In.
     move     low-values to KT-Key.
     start    Kit-File key not less than KT-Key
              invalid key
              go to kd090-Close.
*>
 kd030-Read.
     read     Kit-File next record
              at end
              go to kd090-Close.
     if       KT-Component = WS-Kit-Key
              move WS-Kit-New-Key to KT-Component
              rewrite Kit-Record.
     go       to kd030-Read.
*>
 kd090-Close.
     close    Kit-File.
*>
 kd999-Exit.
     exit     section.
*>
 ke000-Open-Kit-File        section.
*>*********************************
*>
*>  Open i-o, creating the file on first use.
*>
     open     i-o Kit-File.
     if       WS-Kit-Status not = zero
              open  output Kit-File
              close Kit-File
              open  i-o    Kit-File.
     if       WS-Kit-Status not = zero
              display ST124 at line WS-23-lines col 1 with foreground-color 4 highlight
              display WS-Kit-Status at line WS-23-lines col 40 with foreground-color 4 highlight
              display ST006   at line WS-lines col 01
              accept WS-reply at line WS-lines col 32.
*>
 ke999-Exit.
     exit     section.
*>
 kf000-Show-Line            section.
*>*********************************
*>
*>  Display component line WS-KC-Ndx, with its description if found.
*>
     add      6 WS-KC-Ndx giving lin.
     display  WS-KC-Ndx at line lin col 1 with foreground-color 2.
     display  " " at line lin col 4 with erase eol.
     if       WS-KC-Comp (WS-KC-Ndx) = spaces
              go to kf999-Exit.
     display  WS-KC-Comp (WS-KC-Ndx) at line lin col 5 with foreground-color 3.
     move     WS-KC-Comp (WS-KC-Ndx) to WS-Stock-Key.
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     if       fs-reply = zero
              display WS-Stock-Desc at line lin col 20 with foreground-color 3.
     display  WS-KC-Qty (WS-KC-Ndx) at line lin col 54 with foreground-color 3.
*>
 kf999-Exit.
     exit     section.
*>
 kg000-Test-Used-In-Kit     section.
*>*********************************
*>
*>  Sets WS-KC-Used if WS-Stock-Key is a component of any kit.
*>
     move     "N" to WS-KC-Used.
     move     WS-Stock-Key to WS-Kit-Key.
     perform  ke000-Open-Kit-File.
     if       WS-Kit-Status not = zero
              go to kg999-Exit.
     move     low-values to KT-Key.
     start    Kit-File key not less than KT-Key
              invalid key
              go to kg090-Close.
*>
 kg010-Read.
     read     Kit-File next record
              at end
              go to kg090-Close.
     if       KT-Component = WS-Kit-Key
              move "Y" to WS-KC-Used
              go to kg090-Close.
     go       to kg010-Read.
*>
 kg090-Close.
     close    Kit-File.
*>
 kg999-Exit.
     exit     section.
*>
 la000-DG-Details           section.
*>*********************************
*>
*>  Dangerous goods details for the item just saved - what the carrier
*>   needs on the delivery note declaration (sl950) and the shipment
*>   totals (sl931).  Esc leaves the record as it was.  The stock
*>   record is kept and put back after.
*>
     move     WS-Stock-Key to WS-DG-Key.
     perform  le000-Open-DG-File.
     if       WS-DG-Status not = zero
              go to la999-Exit.
     move     WS-DG-Key to DG-Stock-Key.
     read     DG-File
              invalid key
              move spaces to DG-Proper-Name DG-Class DG-Sub-Risk
                             DG-Packing-Group
              move zero   to DG-UN-No DG-Net-Per-Unit
              move "N"    to DG-Ltd-Qty
              move "KG"   to DG-Net-UoM
     end-read.
     move     WS-DG-Key to DG-Stock-Key.
     move     DG-UN-No        to WS-DG-UN.
     move     DG-Net-Per-Unit to WS-DG-Net.
     move     "N" to WS-DG-Esc.
*>
     display  "Dangerous Goods for - [" at 0401 with foreground-color 2 erase eos.
     display  WS-DG-Key      at 0424 with foreground-color 3.
     display  "]"            at 0437 with foreground-color 2.
     display  "UN Number          - [UN    ]" at 0601 with foreground-color 2.
     display  WS-DG-UN       at 0625 with foreground-color 3.
     display  "Proper Ship Name   - [" at 0701 with foreground-color 2.
     display  DG-Proper-Name at 0723 with foreground-color 3.
     display  "]"            at 0763 with foreground-color 2.
     display  "Hazard Class       - [    ]   Sub Risk [    ]" at 0801 with foreground-color 2.
     display  DG-Class       at 0823 with foreground-color 3.
     display  DG-Sub-Risk    at 0842 with foreground-color 3.
     display  "Packing Group      - [   ]    (I, II, III or blank)" at 0901 with foreground-color 2.
     display  DG-Packing-Group at 0923 with foreground-color 3.
     display  "Limited Quantity   - [ ]      (Y/N)" at 1001 with foreground-color 2.
     display  DG-Ltd-Qty     at 1023 with foreground-color 3.
     display  "Net Qty per Unit   - [         ] [  ] (KG or L)" at 1101 with foreground-color 2.
     display  WS-DG-Net      at 1123 with foreground-color 3.
     display  DG-Net-UoM     at 1134 with foreground-color 3.
     display  "Esc abandons" at line WS-22-lines col 1 with foreground-color 2.
*>
 la010-UN.
     accept   WS-DG-UN at 0625 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to la090-Close.
     perform  Clear-Error-Line.
     if       WS-DG-UN = zero
              display ST128 at line WS-23-lines col 1 with foreground-color 4 highlight
              go to la010-UN.
*>
 la020-Name.
     accept   DG-Proper-Name at 0723 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to la090-Close.
     if       Cob-Crt-Status = Cob-Scr-Key-Up
              go to la010-UN.
     perform  Clear-Error-Line.
     if       DG-Proper-Name = spaces
              display ST129 at line WS-23-lines col 1 with foreground-color 4 highlight
              go to la020-Name.
*>
 la030-Class.
     accept   DG-Class at 0823 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to la090-Close.
     if       Cob-Crt-Status = Cob-Scr-Key-Up
              go to la020-Name.
     perform  Clear-Error-Line.
     if       DG-Class (1:1) < "1" or > "9"
              display ST130 at line WS-23-lines col 1 with foreground-color 4 highlight
              go to la030-Class.
     accept   DG-Sub-Risk at 0842 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to la090-Close.
     if       DG-Sub-Risk not = spaces
        and  (DG-Sub-Risk (1:1) < "1" or > "9")
              display ST130 at line WS-23-lines col 1 with foreground-color 4 highlight
              go to la030-Class.
*>
 la040-PG.
     accept   DG-Packing-Group at 0923 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to la090-Close.
     if       Cob-Crt-Status = Cob-Scr-Key-Up
              go to la030-Class.
     perform  Clear-Error-Line.
     if       DG-Packing-Group not = spaces
        and   DG-Packing-Group not = "I"
        and   DG-Packing-Group not = "II"
        and   DG-Packing-Group not = "III"
              display ST131 at line WS-23-lines col 1 with foreground-color 4 highlight
              go to la040-PG.
*>
 la050-LQ.
     accept   DG-Ltd-Qty at 1023 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to la090-Close.
     if       Cob-Crt-Status = Cob-Scr-Key-Up
              go to la040-PG.
     if       DG-Ltd-Qty not = "Y"
              move "N" to DG-Ltd-Qty
              display DG-Ltd-Qty at 1023 with foreground-color 3.
*>
 la060-Net.
     accept   WS-DG-Net at 1123 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to la090-Close.
     if       Cob-Crt-Status = Cob-Scr-Key-Up
              go to la050-LQ.
     accept   DG-Net-UoM at 1134 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to la090-Close.
     perform  Clear-Error-Line.
     if       DG-Net-UoM not = "KG"
        and   DG-Net-UoM not = "L"
              display ST132 at line WS-23-lines col 1 with foreground-color 4 highlight
              go to la060-Net.
*>
     move     WS-DG-UN  to DG-UN-No.
     move     WS-DG-Net to DG-Net-Per-Unit.
     write    DG-Record
              invalid key
              rewrite DG-Record
     end-write.
*>
 la090-Close.
     close    DG-File.
     display  " " at line WS-22-lines col 1 with erase eol.
*>
 la999-Exit.
     exit     section.
*>
 lc000-Drop-DG              section.
*>*********************************
*>
*>  Item deleted or no longer dangerous goods - its details go too.
*>
     move     WS-Stock-Key to WS-DG-Key.
     perform  le000-Open-DG-File.
     if       WS-DG-Status not = zero
              go to lc999-Exit.
     move     WS-DG-Key to DG-Stock-Key.
     delete   DG-File record
              invalid key
              continue
     end-delete.
     close    DG-File.
*>
 lc999-Exit.
     exit     section.
*>
 ld000-Rekey-DG             section.
*>*********************************
*>
*>  Renumbered item - move its dangerous goods details to the new
*>   number.
*>
     perform  le000-Open-DG-File.
     if       WS-DG-Status not = zero
              go to ld999-Exit.
     move     WS-DG-Key to DG-Stock-Key.
     read     DG-File
              invalid key
              go to ld090-Close.
     delete   DG-File record.
     move     WS-DG-New-Key to DG-Stock-Key.
     write    DG-Record
              invalid key
              rewrite DG-Record
     end-write.
*>
 ld090-Close.
     close    DG-File.
*>
 ld999-Exit.
     exit     section.
*>
 le000-Open-DG-File         section.
*>*********************************
*>
*>  Open i-o, creating the file on first use.
*>
     open     i-o DG-File.
     if       WS-DG-Status not = zero
              open  output DG-File
              close DG-File
              open  i-o    DG-File.
     if       WS-DG-Status not = zero
              display ST133 at line WS-23-lines col 1 with foreground-color 4 highlight
              display WS-DG-Status at line WS-23-lines col 47 with foreground-color 4 highlight
              display ST006   at line WS-lines col 01
              accept WS-reply at line WS-lines col 32.
*>
 le999-Exit.
     exit     section.
*>
*>****************************************************
*>               Common Routines Block               *
*>
 zz098-Exit.
     exit     section.
*>
 zz110-Clear-Kit-Values     section.
*>*********************************
*>
*>  A kit holds no stock of its own so clear what does not apply and
*>   redisplay.
*>
     move     spaces to Stock-Construct-Item.
     move     zero to Stock-Construct-Bundle  Stock-Under-Construction
                      Stock-Work-in-Progress  Stock-ReOrder-Pnt
                      Stock-Std-ReOrder       Stock-Back-Ordered
                      Stock-On-Order          Stock-Held
                      Stock-Pre-Sales         Stock-Value.
     perform  zz080-Copy-To-SS.
     display  display-01.
     display  display-01C.
     if       Stk-Manu-Used = 1
              display Display-02.
     display  ST122 at line WS-23-lines col 1 with foreground-color 2 highlight.
*>
 zz110-Exit.
     exit     section.
*>
 copy "Proc-ACAS-FH-Calls.cob".
*>
