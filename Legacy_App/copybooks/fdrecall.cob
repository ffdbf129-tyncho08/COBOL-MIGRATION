*>*******************************************
*>            Stock                         *
*>  File Definition For The Product Recall  *
*>  Register file                           *
*>*******************************************
*> rec size 128 bytes, new 15/10/26.
*> One recall run per RL-Recall number, written by st072 only.
*> Four record shapes share the one file:
*>   RL-Seq = 0  - the recall header: supplier / regulator reference,
*>                 the product and serial or lot range recalled, dates,
*>                 status and the running totals;
*>   RL-Seq > 0  - RLL-Type S - goods supplied: one per invoice line
*>                 that received a recalled serial or lot.  Basis E =
*>                 exact (serial issued to that invoice on the serial
*>                 ledger), W = window (lot - any invoice for the item
*>                 dated between the lot arriving and being used up);
*>                 RLL-Type Q - a serial or lot quarantined off the
*>                 shelf (Ss-Status Q on the ledger, out of Stock-Held);
*>                 RLL-Type C - one per affected customer: the recall
*>                 letter and the customer's response and returns.
*>
 fd  Recall-File.
*>
 01  Recall-Record.
     03  RL-Key.
         05  RL-Recall      pic 9(5).
         05  RL-Seq         pic 9(4).
     03  RL-Header-Data.
         05  RLH-Ref        pic x(20).          *> supplier/regulator ref
         05  RLH-Supplier   pic x(7).
         05  RLH-Product    pic x(13).          *> spaces = any item
         05  RLH-From       pic x(20).          *> serial/lot range
         05  RLH-To         pic x(20).
         05  RLH-Opened     binary-long.        *> days, as maps04
         05  RLH-Closed     binary-long.        *> zero while open
         05  RLH-Status     pic x.
             88  RLH-Open                 value "O".
             88  RLH-Is-Closed            value "C".
         05  RLH-Last-Seq   pic 9(4)      comp.
         05  RLH-Customers  pic 9(4)      comp.
         05  RLH-Sold-Qty   pic 9(7)      comp.
         05  RLH-Quar-Qty   pic 9(7)      comp.
         05  RLH-Ret-Qty    pic 9(7)      comp.
         05  filler         pic x(14).
     03  RL-Line-Data       redefines RL-Header-Data.
         05  RLL-Type       pic x.
             88  RLL-Sold                 value "S".
             88  RLL-Quarantined          value "Q".
             88  RLL-Customer-Rec         value "C".
         05  RLL-Product    pic x(13).
         05  RLL-Serial-Lot pic x(20).
         05  RLL-Basis      pic x.
             88  RLL-Exact                value "E".
             88  RLL-Window               value "W".
         05  RLL-Customer   pic x(7).
         05  RLL-Invoice    pic 9(8).
         05  RLL-Inv-Date   binary-long.
         05  RLL-Qty        pic 9(6)      comp.  *> C = total supplied
         05  RLL-Letter     pic x.                *> C only
             88  RLL-Letter-Mailed        value "E".
             88  RLL-Letter-Post          value "P".
         05  RLL-Letter-Date binary-long.
         05  RLL-Response   pic x.                *> C only
             88  RLL-No-Response          value space.
             88  RLL-Nil-Held             value "A".
             88  RLL-Returned             value "R".
             88  RLL-Destroyed            value "D".
         05  RLL-Resp-Date  binary-long.
         05  RLL-Ret-Qty    pic 9(6)      comp.
         05  filler         pic x(47).
*>
