*>                         otm5MT.
*>
*>                        Pl025. New supplier Create
*>                        pl029. Budget commitment check.
*>                        pl042. Duplicate invoice check.
*>                        pl046. Supplier compliance check.
*>                        st074. Style size by colour quantity grid.
*>**
*>    Error messages used.
*>                        PL003
*>                        PL190
*>                        PL191
*>                        PL192
*>                        PL262
*>                        PL263
*>                        PL268
*>                        PL269
*>                        PL276
*>                        PL277
*>****
*>  Changes.
*> 18/05/84 Vbc - Support Of Graphics.
*> 02/09/26 vbc   .27 Stored folios can have document references
*>                    (scanned PDF paths) attached - captured via
*>                    the shared xl152, listed on the enquiries.
*> 15/10/26 vbc   .28 Before a folio is stored it is checked for a
*>                    probable duplicate via the pl042 engine - same
*>                    supplier with the same ref, or the same gross
*>                    within a few days, on the ledger (open or paid),
*>                    the archive or the unposted folios.  A hit is
*>                    shown and must be confirmed or the folio is
*>                    dropped.
*> 15/10/26 vbc   .29 Supplier with a lapsed mandatory compliance
*>                    document (pl045 register, pl046 check) - shown
*>                    on entry and only credit notes are accepted
*>                    until the renewal is recorded.
*> 15/10/26 vbc   .30 Stock styles: F7 on the code asks for a style
*>                    (st073) and brings up its size by colour grid
*>                    (st074) in the line body; each variant given a
*>                    quantity comes up in turn as the next line with
*>                    the item's PA code, the variant & qty as the
*>                    description and net preset at qty times cost,
*>                    then the usual budget and VAT entry.  Item and
*>                    qty are kept on the line.
*>
*>*************************************************************************
*>
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "PL020 (3.02.30)".
 77  Exception-Msg       pic x(25) value spaces.
 77  At-Fs-Reply         pic xx    value zero.
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wsapprv.cob".
 copy "wsbudchk.cob".   *> 02/09/26 pl029 budget commitment check.
 copy "wsdupchk.cob".   *> 15/10/26 pl042 duplicate invoice check.
 copy "wscomply.cob".   *> 15/10/26 pl046 supplier compliance check.
 copy "wsgrid.cob".     *> 15/10/26 st074 style grid.
 copy "wsstock.cob".    *> 15/10/26 style variants off the grid.
*>
 01  WS-amount-screen-display6.
     03  WS-poundsd6     pic 9(6).
     03  WS-Batch-Record        pic x.
     03  WS-IRS-Posting-Record  pic x.
     03  WS-Stock-Audit-Record  pic x.
*>     03  WS-Stock-Record        pic x.
     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  WS-Cr           pic 9(8).
     03  WS-dayes        pic 99.
     03  WS-Using-Del-Inv-No pic x       value space.
     03  WS-Dup-Where    pic x(12)     value spaces.  *> 15/10/26, see zz095.
     03  WS-Comply-Block pic x         value "N".     *> 15/10/26, see zz097.
     03  WS-SG-Got       pic x         value "N".     *> 15/10/26, see zz300.
     03  WS-SG-Qty       pic zzzz9.
     03  WS-SG-Line      pic 99        value zero.
     03  WS-SG-Save-Lin  pic 99        value zero.
     03  WS-SG-Vat-Codes pic x(5)      value "SRZCI".
*>
     03  WS-env-lines    pic 999       value zero.
     03  WS-lines        binary-char unsigned value zero.
         "PL240 OVER BUDGET beyond tolerance - line not accepted".
     03  PL241          pic x(52) value
         "PL241 Warning - this line takes the code over budget".
     03  PL262          pic x(40) value
         "PL262 Probable duplicate - same ref as  ".
     03  PL263          pic x(40) value
         "PL263 Probable duplicate - same gross as".
     03  PL268          pic x(31) value
         "PL268 Supplier blocked - lapsed".
     03  PL269          pic x(54) value
         "PL269 Orders refused until renewed - credit notes only".
     03  PL276          pic x(44) value
         "PL276 Style has no variants made - see st073".
     03  PL277          pic x(23) value "PL277 Style not on file".
*>
*> 01  error-code          pic 999.
*>
*>*********
*>
     initialize Pinvoice-Bodies.
     if       Grid-Count not = zero              *> 15/10/26 grid left part used
              perform Stock-Close
              move zero to Grid-Count.
     move     zero to ih-deduct-days ih-deduct-amt ih-discount
                      ih-p-c ih-net ih-vat.
*>
         and  il-pa (I) = spaces
              move il-pa (I - 1) to il-pa (I).
*>
     move     7 to cole.
*>
*>  Style grid lines still to come - next variant, no keying.  15/10/26.
*>
     move     "N" to WS-SG-Got.
     if       Grid-Count not = zero
        and   Grid-Next not > Grid-Count
              perform zz310-Next-Variant
              if    WS-SG-Got = "Y"
                    go to get-code-check.
     move     il-pa (I) to WS-pa.
     display  WS-pa at curs with foreground-color 3.
     accept   WS-pa at curs with foreground-color 3 update.
     if       cob-crt-status = cob-scr-F7
              perform zz300-Style-Grid
              go to get-code.
     if       WS-pa = spaces
              go to  Main-Exit.
     if       cob-crt-status = cob-scr-esc
              go to Main-Exit.
     move     spaces to il-product (I).
     move     zero   to il-qty (I).
*>
 get-code-check.
     move     WS-pa to il-pa (I) pa-group.
     move     spaces to il-description (I).
*>
              go to  get-code.
     display  " " at line WS-23-Lines col 1 with erase eol.
*>
     if       WS-SG-Got = "Y"
              perform zz320-Variant-Desc
     else
              display  pa-desc at curs with foreground-color 3
              move     pa-desc to il-description (I).
*>
 get-net.
*>******
*>
     move     37 to cole.
     if       WS-SG-Got = "Y"
              move "N" to WS-SG-Got
              compute amt-ok7 rounded = il-qty (I) * Stock-Cost
              perform accept-money7c
     else
              perform  accept-money7a thru accept-money7b.
     if       amt-ok7 = zero
              go to get-code.
     move     amt-ok7 to il-net (I) WS-net.
     if       WS-reply not = "Y"
              go to  confirmation.
*>
*>  Probable duplicate (pl042) - the operator must say so to store it,
*>   otherwise the folio is dropped as for Esc.  15/10/26.
*>
     perform  zz095-Duplicate-Check.
     if       WS-reply not = "Y"
              go to Main-Exit.
*>
*>  A new order (type 2, "Account") whose net value exceeds a configured
*>   Approval-Tier-File threshold must be approved by a supervisor via
*>   pl030 before it can be printed/posted and so released to the supplier;
*>
     display  "                       " at 0911.    *> Clear F1 display
     display  space at line WS-23-lines col 1 with erase eol.
     perform  zz097-Compliance-Check.
     move     zeros to Ih-Invoice.
     if       del-exists
              perform Get-a-Deleted-Invoice.
*>
     if       ih-type  >  3 or = zero
              go to  type-input.
     if       WS-Comply-Block = "Y"
         and  ih-type not = 3
              display PL269 at line WS-lines col 1 with foreground-color 4
                                                         erase eol BELL
              go to  type-input.
     display  space at 1001 with erase eol.
     display  ">>> " at 1031 with foreground-color 2.
     move     d-types (ih-type) to add-line1.
     perform  Analysis-Close.
     set      BC-Fn-Close to true.                 *> 02/09/26 pl029.
     call     "pl029" using Bud-Check-Block file-defs.
     set      DC-Fn-Close to true.                 *> 15/10/26 pl042.
     call     "pl042" using Dup-Check-Block file-defs.
     set      CC-Fn-Close to true.                 *> 15/10/26 pl046.
     call     "pl046" using Comply-Check-Block file-defs.
*>
     goback.
*>
     exit     section.
*>
*> Used when next-invoice and saving it when creating invoice recs.
*>
 zz095-Duplicate-Check      section.
*>*********************************
*>
*>  New 15/10/26 - the folio about to be stored against everything
*>   already held for the supplier, via pl042 (see wsdupchk.cob).
*>
*> Input:   Pinvoice-Header (totals complete).
*> Output:  WS-reply = Y to store, N to drop.
*>
     move     "Y" to WS-reply.
     move     ih-supplier to DC-Supplier.
     move     ih-ref      to DC-Ref.
     move     ih-type     to DC-Type.
     move     ih-date     to DC-Date.
     move     ih-invoice  to DC-Folio.
     compute  DC-Gross = ih-net + ih-extra + ih-carriage
                       + ih-vat + ih-e-vat + ih-c-vat.
     set      DC-Fn-Check to true.
     call     "pl042" using Dup-Check-Block file-defs.
     if       DC-Clear
              go to zz095-Exit.
*>
     evaluate true
         when DC-In-Open-Items
              move "on ledger"   to WS-Dup-Where
         when DC-In-Closed-Items
              move "paid"        to WS-Dup-Where
         when DC-In-Archive
              move "archived"    to WS-Dup-Where
         when other
              move "not posted"  to WS-Dup-Where
     end-evaluate
     move     DC-Match-Date to U-Bin.
     perform  zz060-Convert-Date.
     if       DC-Same-Ref
              display PL262 at line WS-23-lines col 1
                            with erase eol foreground-color 4 highlight bell
     else
              display PL263 at line WS-23-lines col 1
                            with erase eol foreground-color 4 highlight bell.
     display  DC-Match-Folio at line WS-23-lines col 42 with foreground-color 3.
     display  DC-Match-Ref   at line WS-23-lines col 51 with foreground-color 3.
     display  WS-Date        at line WS-23-lines col 62 with foreground-color 3.
     display  WS-Dup-Where   at line WS-lines    col 62 with foreground-color 3.
     display  "Store this folio anyway (Y/N) ? [N]"
                             at line WS-lines    col  1 with foreground-color 2.
*>
 zz095-Reply.
     move     "N" to WS-reply.
     accept   WS-reply at line WS-lines col 34 with foreground-color 6 update UPPER.
     if       WS-reply not = "Y" and not = "N"
              go to zz095-Reply.
     display  " " at line WS-23-lines col 1 with erase eos.
*>
 zz095-Exit.
     exit     section.
*>
 zz097-Compliance-Check     section.
*>*********************************
*>
*>  New 15/10/26 - supplier's compliance documents via pl046 (see
*>   wscomply.cob) as at the folio date.  A lapsed mandatory one is
*>   shown and WS-Comply-Block set so type-input takes credit notes only.
*>
*> Input:   ih-supplier, ih-date.
*> Output:  WS-Comply-Block = Y if blocked.
*>
     move     "N" to WS-Comply-Block.
     move     ih-supplier to CC-Supplier.
     move     ih-date     to CC-Date.
     set      CC-Fn-Check to true.
     call     "pl046" using Comply-Check-Block file-defs.
     if       CC-Clear
              go to zz097-Exit.
*>
     move     "Y" to WS-Comply-Block.
     move     CC-Expiry to U-Bin.
     perform  zz060-Convert-Date.
     display  PL268       at line WS-23-lines col 1
                          with erase eol foreground-color 4 highlight bell.
     display  CC-Doc-Desc at line WS-23-lines col 33 with foreground-color 3.
     display  WS-Date     at line WS-23-lines col 64 with foreground-color 3.
     move     WS-Test-Date to WS-Date.
*>
 zz097-Exit.
     exit     section.
*>
 zz300-Style-Grid          section.
*>================================
*>
*>  15/10/26 - F7 on the code: a style (st073) and the quantities for
*>   its variants on the size by colour grid (st074).  The grid uses
*>   the line body and leaves it clear so the lines already on this
*>   screen are put back after.  Each variant then comes up in turn
*>   as the next line, see zz310.
*>
     move     zero to Grid-Count Grid-Next.
     move     spaces to Grid-Style.
     display  "Style Code [       ]" at line WS-23-lines col 1 with foreground-color 2 erase eol.
     accept   Grid-Style at line WS-23-lines col 13 with foreground-color 3 update UPPER.
     display  " " at line WS-23-lines col 1 with erase eol.
     if       Grid-Style = spaces
         or   cob-crt-status = cob-scr-esc
              move zero to cob-crt-status
              go to zz300-Exit.
     move     16 to Grid-Top-Line.
     subtract 1 from WS-23-lines giving Grid-Bot-Line.
     perform  Stock-Open-Input.
     call     "st074" using WS-Grid-Call system-record file-defs.
     if       Grid-RC = 1
              perform Stock-Close
              display PL277 at line WS-23-lines col 1
                              with foreground-color 4 highlight erase eol
              go to zz300-Exit.
     perform  zz330-Redraw-Body.
     if       Grid-RC = 2
              display PL276 at line WS-23-lines col 1
                            with foreground-color 4 highlight erase eol.
     if       Grid-RC not = zero
         or   Grid-Count = zero
              perform Stock-Close
              move zero to Grid-Count
     else
              move 1 to Grid-Next.
     move     zero to cob-crt-status.
*>
 zz300-Exit.
     exit     section.
*>
 zz310-Next-Variant        section.
*>================================
*>
*>  15/10/26 - the next variant off the grid as line I, PA code from
*>   the item, then on through the usual code, net and VAT checks.
*>
     move     Grid-Stock-Key (Grid-Next) to WS-Stock-Key.
     move     Grid-Stock-Key (Grid-Next) to il-product (I).
     move     Grid-Qty (Grid-Next)       to il-qty (I).
     add      1 to Grid-Next.
     if       Grid-Next > Grid-Count
              move zero to Grid-Count.
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     if       Grid-Count = zero
              perform Stock-Close.
     if       FS-Reply not = zero
              move spaces to il-product (I)
              move zero   to il-qty (I)
              go to zz310-Exit.
     move     Stock-pa-Group to WS-pa.
     display  WS-pa at curs with foreground-color 3.
     move     "Y" to WS-SG-Got.
*>
 zz310-Exit.
     exit     section.
*>
 zz320-Variant-Desc        section.
*>================================
*>
*>  15/10/26 - a grid line describes itself by the variant and qty as
*>   the size and colour rarely fit the 24 characters after the style
*>   description.
*>
     move     il-qty (I) to WS-SG-Qty.
     move     spaces to il-description (I).
     string   il-product (I) delimited by space
              " Qty "        delimited by size
              WS-SG-Qty      delimited by size
                             into il-description (I).
     display  il-description (I) at curs with foreground-color 3.
*>
 zz320-Exit.
     exit     section.
*>
 zz330-Redraw-Body         section.
*>================================
*>
*>  15/10/26 - line body frames again with the lines already keyed on
*>   this screen (J - 1 of them, ending with line I - 1) shown.
*>
     move     lin to WS-SG-Save-Lin.
     compute  WS-SG-Line = I - J.
     move     16 to lin.
*>
 zz330-Row.
     if       lin > WS-23-lines
              go to zz330-Done.
     add      1 to WS-SG-Line.
     move     1 to cole.
     display  "(" at curs  with erase eol foreground-color 2.
     move     2 to cole.
     display  WS-SG-Line at curs with foreground-color 2.
     move     4 to cole.
     display  ") [  ]" at curs with foreground-color 2.
     move     36 to cole.
     display  "[          ] [ ]   {         } (" at curs with foreground-color 2.
     move     78 to cole.
     display  ")" at curs with foreground-color 2.
     if       WS-SG-Line < I
              perform zz340-Show-Line.
     add      1 to lin.
     go       to zz330-Row.
*>
 zz330-Done.
     move     WS-SG-Save-Lin to lin.
*>
 zz330-Exit.
     exit     section.
*>
 zz340-Show-Line           section.
*>================================
*>
     move     7 to cole.
     display  il-pa (WS-SG-Line) at curs with foreground-color 3.
     move     11 to cole.
     display  il-description (WS-SG-Line) at curs with foreground-color 3.
     move     il-net (WS-SG-Line) to amt-ok7.
     move     amt-wk-pds7   to WS-pound7.
     move     amt-wk-pence7 to WS-pence7.
     move     37 to cole.
     display  WS-amount-screen-display7 at curs with foreground-color 3.
     if       il-vat-code (WS-SG-Line) > zero
        and   il-vat-code (WS-SG-Line) < 6
              move 50 to cole
              display WS-SG-Vat-Codes (il-vat-code (WS-SG-Line):1) at curs
                                    with foreground-color 3.
     move     il-vat (WS-SG-Line) to amt-ok6.
     move     amt-wk-pds6   to WS-pound6.
     move     amt-wk-pence6 to WS-pence6.
     move     56 to cole.
     display  WS-amount-screen-display6 at curs with foreground-color 3.
     add      il-net (WS-SG-Line) il-vat (WS-SG-Line) giving display-9.
     move     68 to cole.
     display  display-9 at curs with foreground-color 3.
*>
 zz340-Exit.
     exit     section.
*>
 zz100-Read-System-Record  section.
*>********************************
