*>*******************************************
*>            Sales Ledger                  *
*>  File Definition For The Order           *
*>  Acknowledgement file                    *
*>*******************************************
*> rec size 96 bytes, new 15/10/26.
*> What the customer was last told about a pending order, so a
*> change can be spotted and a revised acknowledgement sent:
*>   ACK-Key = invoice no. + 00     - one header per order (customer,
*>            revision last sent, when and how, open/closed);
*>   ACK-Key = invoice no. + line   - the lines as last sent, 01-40
*>            the invoice lines, 41-99 outstanding back orders
*>            raised from it (fdboitm.cob).
*> Promised dates are days since 1601 (maps04), zero = to be advised.
*>
 fd  Ackn-File.
*>
 01  Ackn-Record.
     03  ACK-Key.
         05  ACK-Invoice        pic 9(8).
         05  ACK-Line           pic 99.
     03  ACK-Data               pic x(86).
     03  ACK-Header-Data redefines ACK-Data.
         05  ACKH-Customer      pic x(7).
         05  ACKH-Revision      pic 99.
         05  ACKH-First-Date    pic 9(8).      *> ccyymmdd
         05  ACKH-Last-Date     pic 9(8).      *> ccyymmdd
         05  ACKH-Lines         pic 99.
         05  ACKH-Sent-By       pic x.
             88  ACKH-Printed              value "P".
             88  ACKH-Emailed              value "E".
         05  ACKH-Sent-To       pic x(30).
         05  ACKH-Status        pic x.
             88  ACKH-Open                 value "O".
             88  ACKH-Closed               value "C".  *> despatched / invoiced
         05  filler             pic x(27).
     03  ACK-Line-Data redefines ACK-Data.
         05  ACKL-Product       pic x(13).
         05  ACKL-Description   pic x(32).
         05  ACKL-Qty           pic s9(6)      comp-3.
         05  ACKL-Unit          pic s9(7)v99   comp-3.
         05  ACKL-Net           pic s9(7)v99   comp-3.
         05  ACKL-Promised      binary-long.
         05  ACKL-Source        pic x.
             88  ACKL-From-Stock           value "S".
             88  ACKL-Back-Order           value "B".
             88  ACKL-Drop-Ship            value "D".
             88  ACKL-Not-Stock            value "N".
         05  filler             pic x(22).
