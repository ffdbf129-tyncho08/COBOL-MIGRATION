*>*******************************************
*>            Sales                         *
*>  File Definition For The Carrier Service *
*>  file                                    *
*>*******************************************
*> rec size 64 bytes, new 15/10/26.
*> One record per carrier and service as keyed on the sl931
*> shipment (Ship-Carrier / Ship-Service), maintained in sl931.
*> CS-Hazard says what the service will carry - choosing one that
*> refuses the dangerous goods on a shipment gives a warning.
*> 15/10/26 vbc - What the service costs us, per parcel and per KG
*>                (from the filler) - sl952 costs the carriage on each
*>                customer's shipments from them.
*>
 fd  Carrier-Service-File.
*>
 01  Carrier-Service-Record.
     03  CS-Key.
         05  CS-Carrier     pic x(6).
         05  CS-Service     pic x(10).
     03  CS-Desc            pic x(30).
     03  CS-Hazard          pic x.
         88  CS-Haz-Accepted              value "Y".
         88  CS-Haz-Ltd-Qty-Only          value "L".
         88  CS-Haz-Refused               value "N".
     03  CS-Cost-Parcel     pic 9(3)v99   comp-3.
     03  CS-Cost-KG         pic 9(3)v99   comp-3.
     03  filler             pic x(11).
*>
