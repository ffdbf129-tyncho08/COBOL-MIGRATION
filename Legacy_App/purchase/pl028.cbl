*>                         purchMT
*>                        acas026  ->  (PInvoice)
*>                         pinvoiceMT.
*>                        pl042        (duplicate invoice check).
*>**
*>    Error messages used.
*>                        PL003
*> 02/09/26 vbc - .01 Local import/extract path field renamed
*>                    Import-File-Name - File-102 is now a
*>                    wsnames file slot.
*> 15/10/26 vbc - .02 Each clean folio is checked for a probable
*>                    duplicate via pl042 before it is stored - same
*>                    supplier with the same ref, or the same gross
*>                    within a few days - and is rejected if so.
*>
 environment             division.
*>===============================
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "PL028 (3.02.02)".
 77  Import-File-Name            pic x(64) value spaces.  *> Import file name/path
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wspl.cob".
 copy "wsfdpinv.cob".   *> replacing Invoice-Record by WS-PInvoice-Record.
 copy "plwspinv.cob".   *> Pinvoice-header / Pinvoice-Bodies.
 copy "wsdupchk.cob".   *> pl042 duplicate invoice check.
*>
*> REMARK OUT ANY IN USE
*>
         88  Import-Done                  value "Y".
     03  WS-Pending      pic x            value "N".   *> parsed rec waiting
     03  WS-Fol-Bad      pic x            value "N".
     03  WS-Rej-Note     pic x(37)        value spaces.
     03  WS-In-Folio     pic x            value "N".
     03  WS-Folio-No     pic 9(8)         value zero.
     03  WS-Net-Tot      pic s9(7)v99     value zero.
     03  l3-net          pic z(6)9.99cr.
     03  l3-vat          pic bz(5)9.99cr.
     03  l3-folio        pic bbbz(7)9    blank when zero.
     03  l3-note         pic bbbx(37).
*>
 01  line-4.
     03  l4-head         pic x(30).
     perform  Purch-Close.
     perform  Analysis-Close.
     perform  PInvoice-Close.
     set      DC-Fn-Close to true.
     call     "pl042" using Dup-Check-Block file-defs.
     close    Sinv-Import-File.
*>
     move     "Import run complete: " to l4-head.
               end-if
              end-if
     end-perform
*>
     if       WS-Fol-Bad = "N"
              perform cc000-Duplicate-Check.
*>
     if       WS-Fol-Bad = "Y"
              add  1 to WS-Fols-Rej
*>
 ca999-exit.
     exit     section.
*>
 cc000-Duplicate-Check   section.
*>==============================
*>
*>  Same supplier with the same ref, or the same gross within a few
*>   days, already on the ledger, the archive or the folios (those
*>   stored earlier in this run included) - see wsdupchk.cob.  A
*>   genuine second invoice can still be keyed through pl020.
*>
     move     zero to WS-Net-Tot WS-Vat-Tot.
     perform  cc010-Add-Line varying I from 1 by 1
                             until I > WS-Fol-Lines.
     move     WS-Fol-Supplier to DC-Supplier.
     move     WS-Fol-Ref      to DC-Ref.
     move     2               to DC-Type.
     move     u-bin           to DC-Date.
     move     zero            to DC-Folio.
     add      WS-Net-Tot WS-Vat-Tot giving DC-Gross.
     set      DC-Fn-Check to true.
     call     "pl042" using Dup-Check-Block file-defs.
     if       DC-Clear
              go to cc999-exit.
     move     "Y" to WS-Fol-Bad.
     if       DC-Same-Ref
              move "REJECTED - same ref as folio" to WS-Rej-Note
     else
              move "REJECTED - same gross, folio" to WS-Rej-Note.
     move     DC-Match-Folio to WS-Rej-Note (30:8).
     go       to cc999-exit.
*>
 cc010-Add-Line.
     add      WS-FL-Net (I) to WS-Net-Tot.
     add      WS-FL-Vat (I) to WS-Vat-Tot.
*>
 cc999-exit.
     exit     section.
*>
 cb000-Register-Line     section.
*>==============================
