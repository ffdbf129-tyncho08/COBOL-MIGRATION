*> 16/04/24 vbc       Copyright notice update superseding all previous notices.
*> 22/08/25 vbc - .07 Support for Vat-Code-X for S(tandard), R(educed), Z(ero)
*>                    In place of 1, 2, 3. To Match Sales ledger SL910 and pl020.
*> 15/10/26 vbc - .08 Amending an order already issued (not held for approval)
*>                    now writes a numbered revision to PO-Revision-File with
*>                    the header and each line changed before and after, for
*>                    pl048 to reissue, enquire on and confirm against.
*>
*>*************************************************************************
*>
*> copy "selanal.cob".
*> copy "selpl.cob".
*> copy "selpinv.cob".
 copy "selporev.cob".
*>
 data                    division.
*>===============================
 *> copy "fdanal.cob".
 *> copy "fdpl.cob".
 *> copy "fdpinv.cob".
 copy "fdporev.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "PL030 (3.02.08)".
 77  exception-msg       pic x(25) value spaces.
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
     03  ws-env-lines    pic 999       value zero.
     03  ws-lines        binary-char unsigned value zero.
     03  ws-23-lines     binary-char unsigned value zero.
*>
*>  The order as read, before amendment - see Record-Revision.
*>
     03  WS-PR-Status    pic 99        value zero.
     03  WS-Orig-Supplier pic x(7)     value spaces.
     03  WS-Orig-Date    binary-long   value zero.
     03  WS-Orig-Order   pic x(10)     value spaces.
     03  WS-Orig-Ref     pic x(10)     value spaces.
     03  WS-Orig-Net     pic s9(7)v99  comp-3 value zero.
     03  WS-Orig-Vat     pic s9(7)v99  comp-3 value zero.
     03  WS-Orig-Carriage pic s9(7)v99 comp-3 value zero.
     03  WS-Orig-Deduct  pic 999v99    comp   value zero.
     03  WS-Orig-Days    pic 999       value zero.
     03  WS-Orig-Status  pic x         value space.
     03  WS-Orig-Lines   pic 99        value zero.
     03  WS-Max-Lines    pic 99        value zero.
     03  WS-Rev-Lines    pic 99        value zero.
     03  WS-Head-Chg     pic x         value "N".
     03  WS-New-Rev      pic 999       value zero.
     03  WS-Rev-Msg      pic x(60)     value spaces.
*>
 01  WS-Orig-Bodies.
     03  WS-Orig-Line    pic x(75)     occurs 40.
*>
 01  All-My-Constants    pic 9(4).
     copy "screenio.cpy".
*>
 main-exit.   exit section.
*>********    ****
*>
 Save-Original section.
*>====================
*>
*>  The order as it stands before this amendment, kept so any change
*>   to an issued order can be written away as a revision.
*>
     move     ih-supplier   to WS-Orig-Supplier.
     move     ih-date       to WS-Orig-Date.
     move     ih-order      to WS-Orig-Order.
     move     ih-ref        to WS-Orig-Ref.
     move     ih-net        to WS-Orig-Net.
     move     ih-vat        to WS-Orig-Vat.
     move     ih-carriage   to WS-Orig-Carriage.
     move     ih-deduct-amt to WS-Orig-Deduct.
     move     ih-days       to WS-Orig-Days.
     move     ih-status     to WS-Orig-Status.
     move     ih-lines      to WS-Orig-Lines.
     move     Pinvoice-Bodies to WS-Orig-Bodies.
*>
 main-exit.   exit section.
*>********    ****
*>
 Record-Revision section.
*>======================
*>
*>  Only an order already issued gets a revision - one still held for
*>   approval has not gone to the supplier yet.  Lines are compared by
*>   position, so removing a line shows the ones below it as changed.
*>
     if       WS-Orig-Status = "H" or "h"
              go to main-exit.
     move     zero to WS-Rev-Lines.
     move     "N"  to WS-Head-Chg.
     if       ih-supplier   not = WS-Orig-Supplier
        or    ih-date       not = WS-Orig-Date
        or    ih-order      not = WS-Orig-Order
        or    ih-ref        not = WS-Orig-Ref
        or    ih-carriage   not = WS-Orig-Carriage
        or    ih-deduct-amt not = WS-Orig-Deduct
        or    ih-days       not = WS-Orig-Days
              move "Y" to WS-Head-Chg.
     move     ih-lines to WS-Max-Lines.
     if       WS-Orig-Lines > WS-Max-Lines
              move WS-Orig-Lines to WS-Max-Lines.
     perform  Count-Changed-Line varying k from 1 by 1
                                 until k > WS-Max-Lines.
     if       WS-Rev-Lines = zero
         and  WS-Head-Chg = "N"
              go to main-exit.
*>
     move     spaces     to PO-Revision-Record.
     move     ih-invoice to PR-Folio.
     move     zero       to PR-Rev PR-Line.
     read     PO-Revision-File
              invalid key
              move spaces to PR-Control-Data
              move zero   to PRC-Last-Rev PRC-Conf-Rev PRC-Conf-Date
              move "N"    to PRC-Confirmed
     end-read.
     add      1 to PRC-Last-Rev.
     move     PRC-Last-Rev to WS-New-Rev.
     write    PO-Revision-Record
              invalid key
              rewrite PO-Revision-Record
     end-write.
*>
     move     spaces     to PO-Revision-Record.
     move     ih-invoice to PR-Folio.
     move     WS-New-Rev to PR-Rev.
     move     zero       to PR-Line.
     move     to-day     to u-date.
     move     zero       to u-bin.
     perform  maps04.
     move     u-bin      to PRH-Amended.
     move     WS-Head-Chg      to PRH-Head-Changed.
     move     WS-Rev-Lines     to PRH-Lines-Changed.
     move     WS-Orig-Date     to PRH-B-Date.
     move     WS-Orig-Order    to PRH-B-Order.
     move     WS-Orig-Ref      to PRH-B-Ref.
     move     WS-Orig-Net      to PRH-B-Net.
     move     WS-Orig-Vat      to PRH-B-Vat.
     move     WS-Orig-Carriage to PRH-B-Carriage.
     move     ih-date          to PRH-A-Date.
     move     ih-order         to PRH-A-Order.
     move     ih-ref           to PRH-A-Ref.
     move     ih-net           to PRH-A-Net.
     move     ih-vat           to PRH-A-Vat.
     move     ih-carriage      to PRH-A-Carriage.
     move     zero             to PRH-Issued.
     move     space            to PRH-Issued-How.
     write    PO-Revision-Record
              invalid key
              rewrite PO-Revision-Record
     end-write.
*>
     perform  Write-Changed-Line thru Write-Changed-Line-Exit
              varying k from 1 by 1 until k > WS-Max-Lines.
     go       to main-exit.
*>
 Count-Changed-Line.
     if       k > ih-lines
        or    k > WS-Orig-Lines
        or    invoice-line (k) (11:64) not = WS-Orig-Line (k) (11:64)
              add 1 to WS-Rev-Lines.
*>
 Write-Changed-Line.
     move     spaces     to PO-Revision-Record.
     move     ih-invoice to PR-Folio.
     move     WS-New-Rev to PR-Rev.
     move     k          to PR-Line.
     if       k > ih-lines
              move "D" to PRL-Change
              move WS-Orig-Line (k) (11:64) to PRL-Before
     else
      if      k > WS-Orig-Lines
              move "A" to PRL-Change
              move invoice-line (k) (11:64) to PRL-After
      else
       if     invoice-line (k) (11:64) not = WS-Orig-Line (k) (11:64)
              move "C" to PRL-Change
              move WS-Orig-Line (k) (11:64) to PRL-Before
              move invoice-line (k) (11:64) to PRL-After
       else
              go to Write-Changed-Line-Exit.
     write    PO-Revision-Record
              invalid key
              rewrite PO-Revision-Record
     end-write.
*>
 Write-Changed-Line-Exit.
     exit.
*>
 main-exit.   exit section.
*>********    ****
*>
 comm-routines section.
*>********************
*>
     move     zero to  j.
     perform  write-details  i  times.
     move     zero to WS-New-Rev.
     perform  Record-Revision.
     move     11  to  lin.
     move     1 to p-flag-i.
     perform  erase-screen.
     if       WS-New-Rev not = zero
              move spaces to WS-Rev-Msg
              string "Order already issued - recorded as revision "
                     WS-New-Rev " for reissue"
                     delimited by size into WS-Rev-Msg
              display WS-Rev-Msg at 1401 with foreground-color 3.
*>
 main-exit.   exit section.
*>********    *****
     move     ih-date to u-bin.
     perform  zz060-Convert-Date.   *> now have ws-date
     perform  read-details.
     perform  Save-Original.
*>
 date-input.
*>*********
     perform  Purch-Open-Input.     *> open input purchase-file analysis-file.
     perform  Analysis-Open-Input.
     perform  PInvoice-Open.        *>  open     i-o invoice-file.
     open     i-o PO-Revision-File.
     if       WS-PR-Status not = zero
              open  output PO-Revision-File
              close PO-Revision-File
              open  i-o    PO-Revision-File.
*>
 menu-return.
*>**********
     perform  Purch-Close.       *> close purchase-file invoice-file analysis-file
     perform  PInvoice-Close.
     perform  Analysis-Close.
     close    PO-Revision-File.
*>
     goback.
*>
