*>*******************************************
*>            Purchase Ledger               *
*>  File Definition For The Carrier Freight *
*>  Audit file                              *
*>*******************************************
*> rec size 128 bytes, new 15/10/26.
*> Five record shapes share the one file:
*>   FRT-Key = "C"                          - control: last audit no.,
*>            the charge tolerance and the carriage PA code;
*>   FRT-Key = "T" + carrier + service + weight up to
*>                                          - tariff, one per weight
*>            band, the band being the lowest "up to" not below
*>            the weight;
*>   FRT-Key = "A" + audit no.              - one per carrier invoice
*>            imported (supplier, ref, totals, status, folio);
*>   FRT-Key = "L" + audit no. + line       - one per consignment
*>            billed, with what we expected and the verdict;
*>   FRT-Key = "K" + consignment            - consignments already
*>            billed, so a second charge is caught as a duplicate.
*>
 fd  Freight-File.
*>
 01  Freight-Record.
     03  FRT-Key.
         05  FRT-Key-Type       pic x.
             88  FRT-Control                value "C".
             88  FRT-Tariff                 value "T".
             88  FRT-Audit                  value "A".
             88  FRT-Line                   value "L".
             88  FRT-Consign                value "K".
         05  FRT-Key-Rest       pic x(24).
         05  FRT-Tariff-Key redefines FRT-Key-Rest.
             07  FRTT-Carrier       pic x(6).
             07  FRTT-Service       pic x(10).
             07  FRTT-Weight-To     pic 9(5)v99.
             07  filler             pic x.
         05  FRT-Audit-Key redefines FRT-Key-Rest.
             07  FRTA-Audit-No      pic 9(6).
             07  FRTA-Line-No       pic 9(4).
             07  filler             pic x(14).
     03  FRT-Data               pic x(103).
     03  FRT-Control-Data redefines FRT-Data.
         05  FRTC-Last-Audit    pic 9(6).
         05  FRTC-Tolerance     pic 9(3)v99.
         05  FRTC-PA            pic xx.
         05  filler             pic x(90).
     03  FRT-Tariff-Data redefines FRT-Data.
         05  FRTT-Base          pic 9(5)v99    comp-3.  *> per consignment
         05  FRTT-Per-Parcel    pic 9(3)v99    comp-3.
         05  FRTT-Per-KG        pic 9(3)v99    comp-3.
         05  filler             pic x(93).
     03  FRT-Audit-Data redefines FRT-Data.
         05  FRTA-Supplier      pic x(7).
         05  FRTA-Carrier       pic x(6).
         05  FRTA-Ref           pic x(10).
         05  FRTA-Date          pic 9(8).               *> ccyymmdd
         05  FRTA-Loaded        pic 9(8).               *> ccyymmdd
         05  FRTA-Lines         pic 9(4).
         05  FRTA-Billed        pic s9(7)v99   comp-3.
         05  FRTA-Expected      pic s9(7)v99   comp-3.
         05  FRTA-Approved      pic s9(7)v99   comp-3.
         05  FRTA-Disputed      pic s9(7)v99   comp-3.
         05  FRTA-Status        pic x.
             88  FRTA-Open                  value "O".
             88  FRTA-Posted                value "P".
         05  FRTA-Folio         pic 9(8).
         05  filler             pic x(31).
     03  FRT-Line-Data redefines FRT-Data.
         05  FRTL-Consignment   pic x(20).
         05  FRTL-Date          pic 9(8).               *> ccyymmdd
         05  FRTL-Service       pic x(10).              *> as billed
         05  FRTL-Weight        pic 9(5)v99    comp-3.  *> as billed
         05  FRTL-Parcels       pic 9(3).               *> as billed
         05  FRTL-Charge        pic s9(7)v99   comp-3.  *> as billed
         05  FRTL-Ship-Invoice  pic 9(8).               *> our shipment
         05  FRTL-Expected      pic s9(7)v99   comp-3.
         05  FRTL-Approved      pic s9(7)v99   comp-3.
         05  FRTL-Disputed      pic s9(7)v99   comp-3.
         05  FRTL-Result        pic x.
             88  FRTL-OK                    value "K".
             88  FRTL-Overcharge            value "O".
             88  FRTL-Duplicate             value "D".
             88  FRTL-Unknown               value "U".
             88  FRTL-No-Tariff             value "T".
         05  FRTL-Overridden    pic x.                  *> Y = keyed in review
         05  filler             pic x(28).
     03  FRT-Consign-Data redefines FRT-Data.
         05  FRTK-Audit-No      pic 9(6).
         05  FRTK-Line-No       pic 9(4).
         05  filler             pic x(93).
