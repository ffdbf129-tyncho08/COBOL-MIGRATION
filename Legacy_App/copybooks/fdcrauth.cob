*>*******************************************
*>            Sales                         *
*>  File Definition For The Credit Note     *
*>  Approval file                           *
*>*******************************************
*> rec size 265 bytes, new 15/10/26.
*> One "N" record per credit note that sl910 parked for approval -
*> value over the threshold and/or no sl911 RMA quoted - keyed by the
*> credit note number.  It carries who raised it, the decision
*> (waiting, approved or rejected) and who made it, when and why, so
*> it is the decision log as well; records are never deleted.
*> CA-Held = "Y" while sl060 is carrying the note's OTM2 entry over
*> to the next posting run (the image is kept here so the entry
*> survives sl060 clearing OTM2 down).
*> The one "0" record (CA-Invoice zero) holds the value above which
*> a credit note needs approving - zero means value alone never
*> parks one.  sl947 maintains both.
*>
 fd  Credit-Auth-File.
*>
 01  Credit-Auth-Record.
     03  CA-Key.
         05  CA-Type        pic x.
             88  CA-Control               value "0".
             88  CA-Credit                value "N".
         05  CA-Invoice     pic 9(8).
     03  CA-Credit-Data.
         05  CA-Customer    pic x(7).
         05  CA-Amount      pic s9(7)v99 comp-3.  *> gross, positive
         05  CA-RMA         pic 9(8).           *> zero = none quoted
         05  CA-Why         pic x.
             88  CA-Why-Value             value "V".
             88  CA-Why-No-RMA            value "R".
             88  CA-Why-Both              value "B".
         05  CA-Status      pic x.
             88  CA-Waiting               value "W".
             88  CA-Approved              value "A".
             88  CA-Rejected              value "R".
         05  CA-Raised-By   pic x(32).          *> Usera at sl910
         05  CA-Raised-Date binary-long.
         05  CA-Decided-By  pic x(8).           *> Users-Id
         05  CA-Decided-Date binary-long.
         05  CA-Decided-Time pic 9(8).
         05  CA-Reason      pic x(40).
         05  CA-Held        pic x.
         05  CA-OI-Image    pic x(118).         *> OTM2 entry held over
         05  filler         pic x(19).
     03  CA-Control-Data redefines CA-Credit-Data.
         05  CAC-Threshold  pic 9(7)v99  comp-3.
         05  CAC-Set-By     pic x(8).
         05  CAC-Set-Date   binary-long.
         05  filler         pic x(239).
*>
