*>*******************************************
*>            Sales                         *
*>  File Definition For The Contract        *
*>  Retentions file                         *
*>*******************************************
*> rec size 80 bytes, new 15/10/26.
*> Two record shapes share the one file:
*>   RT-Key = "T" + customer + contract - the retention terms, kept
*>            in sl956.  The contract is the order reference carried
*>            on the open item (OI-Desc-Ord); a spaces contract is the
*>            customer's default for any other order;
*>   RT-Key = "I" + customer + invoice  - one per retention open item
*>            split off an invoice by sl060 at posting, the invoice
*>            being the retention item's own OTM3 number.
*> The retention is a percentage of the invoice gross, split into a
*> stage 1 share released at practical completion and the balance
*> released at the end of the defects period.  Until released the
*> OTM3 item carries OI-Hold-flag "R" and is left out of ageing,
*> dunning, direct debits and finance charges.  All dates are
*> binary days as OI-Date, zero = not yet known.  Amending the terms
*> dates in sl956 carries them onto the items still held under them.
*>
 fd  Retention-File.
*>
 01  Retention-Record.
     03  RT-Key.
         05  RT-Key-Type    pic x.
             88  RT-Terms                 value "T".
             88  RT-Item                  value "I".
         05  RT-Customer    pic x(7).
         05  RT-Contract    pic x(10).    *> terms only
         05  filler redefines RT-Contract.
             07  RTI-Invoice pic 9(8).    *> item only
             07  filler     pic xx.
     03  RTT-Pct            pic 99v99.    *> terms - of invoice gross
     03  RTT-Stage1-Pct     pic 9(3)v99.  *> terms - share at PC
     03  RTT-PC-Date        binary-long.  *> terms - practical completion
     03  RTT-Defects-Date   binary-long.  *> terms - end of defects period
     03  RTT-Desc           pic x(24).    *> terms
     03  filler             pic x(21).
*>
 01  Retention-Item-Record.
     03  filler             pic x(18).    *> RT-Key
     03  RTI-Contract       pic x(10).    *> order ref on the invoice
     03  RTI-Terms-Ref      pic x(10).    *> terms used - spaces = default
     03  RTI-Parent         pic 9(8).     *> invoice it was split from
     03  RTI-Stage          pic 9.
         88  RTI-Stage-PC                 value 1.
         88  RTI-Stage-Defects            value 2.
     03  RTI-Amount         pic s9(7)v99  comp-3.
     03  RTI-Due-Date       binary-long.
     03  RTI-Status         pic x.
         88  RTI-Held                     value "H".
         88  RTI-Released                 value "R".
     03  RTI-Released-Date  binary-long.
     03  RTI-Raised-Date    binary-long.
     03  filler             pic x(15).
