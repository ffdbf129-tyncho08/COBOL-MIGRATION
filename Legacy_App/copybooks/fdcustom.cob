*>*******************************************
*>            Purchase                      *
*>  File Definition For The Customs Entry   *
*>  and Duty Deferment file                 *
*>*******************************************
*> rec size 160 bytes, new 15/10/26.
*> Three record shapes share the one file:
*>   CE-Key = "E" + entry number    - a customs import entry: date,
*>            supplier, container, the duty and import VAT assessed,
*>            the folios it covers and what the deferment account
*>            was actually charged for it (from the statement);
*>   CE-Key = "L" + folio           - written by pl060 when the
*>            folio's landed cost (LC) lines are apportioned onto
*>            stock - what went on to the stock cost;
*>   CE-Key = "S" + period + seq    - a line of the monthly duty
*>            deferment statement as loaded, and whether it has
*>            been matched to an entry.
*>
 fd  Customs-File.
*>
 01  Customs-Record.
     03  CE-Key.
         05  CE-Type        pic x.
             88  CE-Entry                 value "E".
             88  CE-Landed                value "L".
             88  CE-Charge                value "S".
         05  CE-Entry-No    pic x(18).
         05  CE-Landed-Key  redefines CE-Entry-No.
             07  CE-L-Folio     pic 9(8).
             07  filler         pic x(10).
         05  CE-Charge-Key  redefines CE-Entry-No.
             07  CE-S-Period    pic 9(6).     *> ccyymm
             07  CE-S-Seq       pic 9(4).
             07  filler         pic x(8).
     03  CE-Entry-Data.
         05  CEE-Date       binary-long.
         05  CEE-Supplier   pic x(7).
         05  CEE-Container  pic x(15).
         05  CEE-Duty       pic s9(7)v99  comp-3.   *> assessed
         05  CEE-Vat        pic s9(7)v99  comp-3.
         05  CEE-Folio      pic 9(8)      occurs 6.
         05  CEE-Chg-Period pic 9(6).               *> zero = not charged yet
         05  CEE-Chg-Duty   pic s9(7)v99  comp-3.
         05  CEE-Chg-Vat    pic s9(7)v99  comp-3.
         05  filler         pic x(41).
     03  CE-Landed-Data     redefines CE-Entry-Data.
         05  CEL-Supplier   pic x(7).
         05  CEL-Date       binary-long.           *> folio date
         05  CEL-Posted     binary-long.           *> run date
         05  CEL-LC-Total   pic s9(7)v99  comp-3.
         05  filler         pic x(121).
     03  CE-Charge-Data     redefines CE-Entry-Data.
         05  CES-Entry-No   pic x(18).
         05  CES-Date       binary-long.
         05  CES-Duty       pic s9(7)v99  comp-3.
         05  CES-Vat        pic s9(7)v99  comp-3.
         05  CES-Matched    pic x.
             88  CES-Is-Matched           value "Y".
         05  filler         pic x(108).
