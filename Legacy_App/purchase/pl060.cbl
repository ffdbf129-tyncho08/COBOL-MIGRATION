*> 16/04/24 vbc       Copyright notice update superseding all previous notices.
*> 22/08/26 vbc       Posting now gated by the period close status
*>                    (xl180/xl181).
*> 15/10/26 vbc - .20 Landed cost apportioned onto stock is also noted
*>                    by folio on the customs entry file (pl047) for
*>                    the duty variance against the deferment account.
*> 02/09/26 vbc - .19 Atomic posting via the shared postrun.flg
*>                    marker and forced redo journal, exactly as
*>                    sl060 - see zz160-Posting-Guard2.

 copy "selprint.cob".
 copy "selfa.cob".
 copy "selcustom.cob".
*>
*> copy "selpl.cob".
*> copy "seloi5.cob".

 copy "fdprint.cob".
 copy "fdfa.cob".
 copy "fdcustom.cob".
 copy "fdplgrn.cob".
*>
*> copy "fdpl.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15)    value "PL060 (3.02.20)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
*>
 01  ws-data.
     03  Grn-Fs-Reply    pic 99                 value zero.
     03  WS-CE-Status    pic 99                 value zero.  *> 15/10/26 customs
     03  save-level-1    pic 9                  value zero.
     03  ws-reply        pic x.
     03  ws-error        pic 9                  value zero.
              open  output Asset-File
              close Asset-File
              open  i-o    Asset-File.
     open     i-o Customs-File.        *> 15/10/26 landed cost by folio
     if       WS-CE-Status not = zero
              open  output Customs-File
              close Customs-File
              open  i-o    Customs-File.
     perform  zz100-Build-Grn-Table.
*>
 loop.
*>
     perform  Stock-Close.              *> 21/08/26 landed cost uplift
     close    Asset-File.              *> 22/08/26 FA capitalisation
     close    Customs-File.            *> 15/10/26 landed cost by folio
     close    open-item-file-4.  *> purchase-file open-item-file-5.
     perform  Purch-Close.
     perform  OTM5-Close.
              move "quantity" to lc1-how.
     write    print-record from line-LC1 after 1.
     add      1 to j.
*>
*>  Noted by folio for the customs duty variance (pl047).  15/10/26.
*>
     move     spaces      to Customs-Record.
     move     "L"         to CE-Type.
     move     oi-invoice  to CE-L-Folio.
     move     oi-supplier to CEL-Supplier.
     move     oi-date     to CEL-Date.
     move     Run-Date    to CEL-Posted.
     move     lc-total    to CEL-LC-Total.
     write    Customs-Record
              invalid key
              rewrite Customs-Record
     end-write.
*>
     perform  varying lc-x from 1 by 1 until lc-x > lc-line-cnt
              if   lc-x = lc-line-cnt
