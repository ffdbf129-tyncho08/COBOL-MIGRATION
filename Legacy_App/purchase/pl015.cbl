*>                         pinvoiceMT.
*>                        acas029  ->
*>                         otm5MT.
*>                        pl046   (compliance check).
*>**
*>    Tables Used:
*>                        Purchase
*> 02/09/26 vbc - .13 'D'ocs option lists the xl152 attachment
*>                    references (folio and GRN paper) for a keyed
*>                    folio number.
*> 15/10/26 vbc - .14 Supplier blocked by a lapsed mandatory compliance
*>                    document (pl045/pl046) shows the document and its
*>                    expiry in the heading box.
*>
*>*************************************************************************
*>
*>
 working-storage section.
*>-----------------------
 77  prog-name           pic x(15) value "PL015 (3.02.14)".
*>
*>
*> Ex fd block.
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wsattach.cob".   *> 02/09/26 xl152 attachment refs.
 copy "wscomply.cob".   *> 15/10/26 pl046 compliance check.
 copy "plwsoi.cob".
*>
*> REMARK OUT ANY IN USE
     03  ws-tinv         pic 9(8)        value zero.
     03  address-line    pic x(36).
     03  ws-desc         pic x(20)       value spaces.
     03  ws-today-bin    binary-long     value zero.
*>
     03  ws-env-lines    pic 999         value zero.
     03  ws-lines        binary-char unsigned value zero.
         05  l5-address  pic x(30).
     03  line-5b.
         05  filler      pic x(40)       value all "*".
*>
 01  line-5c.                                    *> 15/10/26 pl046 block.
     03  filler          pic x(9)        value "*BLOCKED ".
     03  l5c-doc         pic x(19).
     03  filler          pic x           value space.
     03  l5c-expiry      pic x(10).
     03  filler          pic x           value "*".
*>
 01  line-6.
     03  filler          pic x           value space.
     perform  zz070-Convert-Date.
     move     ws-date to l0-date.
     move     prog-name to l0-version.
     move     to-day to u-date.
     move     zero to u-bin.
     perform  maps04.
     move     u-bin to ws-today-bin.
*> Force Esc, PgUp, PgDown, PrtSC to be detected
     set      ENVIRONMENT "COB_SCREEN_EXCEPTIONS" to "Y".
     set      ENVIRONMENT "COB_SCREEN_ESC" to "Y".
     close    work-file.         *>close    purchase-file open-item-file-5.
     perform  Purch-Close.
     perform  OTM5-Close.
     set      CC-Fn-Close to true.
     call     "pl046" using Comply-Check-Block file-defs.
     open     output work-file.                    *> clear down workfile, is this safe here?
     close    work-file.
*>
     if       inv-amount not = zero
              display l4-unposted at 0569 with foreground-color 3.
*>
*>  Orders and payments blocked on a lapsed compliance document.
*>
     move     customer-in  to CC-Supplier.
     move     ws-today-bin to CC-Date.
     set      CC-Fn-Check  to true.
     call     "pl046" using Comply-Check-Block file-defs.
     if       CC-Blocked
              move CC-Doc-Desc to l5c-doc
              move CC-Expiry   to u-bin
              perform zz060-Convert-Date
              move ws-date     to l5c-expiry
              display line-5c at 0641 with foreground-color 4 highlight
     else
              display line-5b at 0641 with foreground-color 2.
*>
*> PL020 has line6 displaying separate lits
*>
     display  line-6 at 0701 with foreground-color 2.
