*>*******************************************
*>            Purchase                      *
*>  File Definition For The Purchase Order  *
*>  Revision file                           *
*>*******************************************
*> rec size 150 bytes, new 15/10/26.
*> Three record shapes share the one file, all keyed by folio:
*>   PR-Rev = 0,   PR-Line = 0  - the order's control record: last
*>            revision number given and the revision the supplier
*>            last confirmed (revision 0 = the order as first issued);
*>   PR-Rev = n,   PR-Line = 0  - revision n: when amended and the
*>            order header before and after;
*>   PR-Rev = n,   PR-Line = nn - a line added, changed or removed in
*>            revision n, before and after, in the same layout as
*>            il-product thru il-vat-code in plwspinv.cob.
*> Written by pl030 only when an order already issued (not held for
*> approval) is amended.
*>
 fd  PO-Revision-File.
*>
 01  PO-Revision-Record.
     03  PR-Key.
         05  PR-Folio       pic 9(8).
         05  PR-Rev         pic 999.
         05  PR-Line        pic 99.
     03  PR-Control-Data.
         05  PRC-Last-Rev   pic 999.
         05  PRC-Confirmed  pic x.
             88  PRC-Has-Confirm          value "Y".
         05  PRC-Conf-Rev   pic 999.
         05  PRC-Conf-Date  binary-long.
         05  PRC-Conf-Ref   pic x(20).           *> supplier's ack ref
         05  filler         pic x(106).
     03  PR-Header-Data     redefines PR-Control-Data.
         05  PRH-Amended    binary-long.
         05  PRH-Head-Changed pic x.
         05  PRH-Lines-Changed pic 99.
         05  PRH-Before.
             07  PRH-B-Date     binary-long.
             07  PRH-B-Order    pic x(10).
             07  PRH-B-Ref      pic x(10).
             07  PRH-B-Net      pic s9(7)v99  comp-3.
             07  PRH-B-Vat      pic s9(7)v99  comp-3.
             07  PRH-B-Carriage pic s9(7)v99  comp-3.
         05  PRH-After.
             07  PRH-A-Date     binary-long.
             07  PRH-A-Order    pic x(10).
             07  PRH-A-Ref      pic x(10).
             07  PRH-A-Net      pic s9(7)v99  comp-3.
             07  PRH-A-Vat      pic s9(7)v99  comp-3.
             07  PRH-A-Carriage pic s9(7)v99  comp-3.
         05  PRH-Issued     binary-long.           *> zero = not reissued
         05  PRH-Issued-How pic x.
             88  PRH-Printed              value "P".
             88  PRH-Mailed               value "E".
         05  filler         pic x(47).
     03  PR-Line-Data       redefines PR-Control-Data.
         05  PRL-Change     pic x.
             88  PRL-Added                value "A".
             88  PRL-Changed              value "C".
             88  PRL-Removed              value "D".
         05  PRL-Before.
             07  PRL-B-Product  pic x(13).
             07  PRL-B-Pa       pic xx.
             07  filler         pic xx.
             07  PRL-B-Qty      binary-short.
             07  PRL-B-Type     pic x.
             07  PRL-B-Desc     pic x(24).
             07  filler         pic xx.
             07  PRL-B-Net      pic s9(7)v99  comp-3.
             07  PRL-B-Unit     pic s9(7)v99  comp-3.
             07  PRL-B-Discount pic 99v99     comp.
             07  PRL-B-Vat      pic s9(7)v99  comp-3.
             07  PRL-B-Vat-Code pic 9.
         05  PRL-After.
             07  PRL-A-Product  pic x(13).
             07  PRL-A-Pa       pic xx.
             07  filler         pic xx.
             07  PRL-A-Qty      binary-short.
             07  PRL-A-Type     pic x.
             07  PRL-A-Desc     pic x(24).
             07  filler         pic xx.
             07  PRL-A-Net      pic s9(7)v99  comp-3.
             07  PRL-A-Unit     pic s9(7)v99  comp-3.
             07  PRL-A-Discount pic 99v99     comp.
             07  PRL-A-Vat      pic s9(7)v99  comp-3.
             07  PRL-A-Vat-Code pic 9.
         05  filler         pic x(8).
