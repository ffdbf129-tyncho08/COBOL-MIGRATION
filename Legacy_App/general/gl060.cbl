*>                        See the file COPYING for details.
*>**
*>    Remarks.            Batch Status Reporting.
*>                        Batches reversed or copied for correction
*>                        (gl052) show the linked batches.
*>**
*>    Version.            See Prog-Name In Ws.
*>**
*> 13/01/18 vbc - .05 Updated for v3.02 & FH & DALs.
*> 05/06/23 vbc - .06 Chg fdprint to 80 tidy up reporting.
*> 16/04/24 vbc       Copyright notice update superseding all previous notices.
*> 15/10/26 vbc - .07 Show a batch's reversal / correction links from
*>                    gl052 on a third line.
*>****
*>
*>*************************************************************************
*>-----------
*>
 copy "selprint.cob".
 copy "selblnk.cob".
*> copy "selbatch.cob".
 data                    division.
*>===============================
*>-----------
*>
 copy "fdprint.cob"  replacing ==x(132)== by ==x(80)==.
 copy "fdblnk.cob".
*> copy "fdbatch.cob".
 working-storage section.
*>----------------------
*>
 77  prog-name               pic x(15)  value "gl060 (3.02.07)".
 copy "print-spool-command-p.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
     03  y                   binary-char  value zero.
     03  line-cnt            binary-char  value zero.
     03  ws-reply            pic x.
     03  ws-link-sw          pic 9        value zero.
         88  links-on                     value 1.
     03  ws-link-ptr         pic 99       value zero.
     03  ws-link-batch       pic z(4)9.
*>
     03  ws-env-lines    pic 999       value zero.
     03  ws-lines        binary-char unsigned value zero.
     03  l7-items            pic z9bbbb.
     03  l7-gross            pic z(8)9.99b.
     03  l7-vat              pic z(8)9.99  blank when zero.
*>
 01  line-8.
     03  filler              pic x(8)    value spaces.
     03  l8-links            pic x(72).
*>
 linkage section.
*>**************
     move     1  to cole.
*>
     perform  GL-Batch-Open-Input.        *> open     input batch-file.
     move     zero to ws-link-sw.
     open     input Batch-Link-File.
     if       fs-reply = zero
              move 1 to ws-link-sw.
*>
 loop.
*>***
     move     actual-vat    to  l7-vat.
*>
     add      0100 curs giving curs2.
     perform  batch-links thru batch-links-exit.
*>
     if       a = 2
              perform  detail-print
              display line-6 at curs2 with foreground-color 2
              add 1 to lin2
              display line-7 at curs2 with foreground-color 2
              add  3  to  lin
              if    l8-links not = spaces
                    add 1 to lin2
                    display line-8 at curs2 with foreground-color 3
                    add 1 to lin
              end-if
     end-if
*>
     if       lin  <  ws-21-lines
              go to  loop.
              perform  headings.
     write    print-record  from  line-7 after 1.
     add      1 to line-cnt.
     if       l8-links not = spaces
              write print-record  from  line-8 after 1
              add   1 to line-cnt.
*>
 headings.
*>*******
     move     spaces  to  print-record.
     write    print-record after 1.
     move     6 to line-cnt.
*>
 batch-links.
*>**********
*>
     move     spaces to l8-links.
     if       not links-on
              go to batch-links-exit.
     move     WS-Batch-Key9 to BLK-Batch-Key9.
     read     Batch-Link-File
              invalid key
              go to batch-links-exit
     end-read
     move     1 to ws-link-ptr.
     if       BLK-Reversal-Of not = zero
              move BLK-Reversal-Of to ws-link-batch
              string "Reversal of " ws-link-batch "  " delimited by size
                     into l8-links with pointer ws-link-ptr.
     if       BLK-Correction-Of not = zero
              move BLK-Correction-Of to ws-link-batch
              string "Corrects " ws-link-batch "  " delimited by size
                     into l8-links with pointer ws-link-ptr.
     if       BLK-Reversed-By not = zero
              move BLK-Reversed-By to ws-link-batch
              string "Reversed by " ws-link-batch "  " delimited by size
                     into l8-links with pointer ws-link-ptr.
     if       BLK-Corrected-By not = zero
              move BLK-Corrected-By to ws-link-batch
              string "Corrected by " ws-link-batch delimited by size
                     into l8-links with pointer ws-link-ptr.
*>
 batch-links-exit.
     exit.
*>
 end-report.
*>*********
              accept  ws-reply at line ws-22-lines col 22.
*>
     perform  GL-Batch-Close.          *> close  batch-file.
     if       links-on
              close Batch-Link-File.
*>
 main-exit.   exit section.
*>********    ****
