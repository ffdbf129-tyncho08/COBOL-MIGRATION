*>*******************************************
*>            Purchase                      *
*>  File Definition For The Supplier        *
*>  Compliance Document file                *
*>*******************************************
*> rec size 128 bytes, new 15/10/26.
*> Two record shapes share the one file:
*>   CD-Key = "T" + spaces + doc code
*>                                  - a document type that suppliers
*>            may be asked to hold (public liability insurance, ISO
*>            9001, food hygiene certificate ...), whether it is
*>            mandatory by default and how many days before expiry
*>            the renewal warning goes out;
*>   CD-Key = "D" + supplier + doc code
*>                                  - the document that supplier
*>            holds: reference, issuer, expiry date, whether it is
*>            mandatory for them and the expiry last warned about, so
*>            the warning goes once per renewal.
*> A mandatory document past its expiry blocks new orders (pl020) and
*>  payments (pl910) for the supplier - see pl046.
*> The supplier record itself has no spare bytes and an external FH,
*> so the register lives here (as the self-billing agreement does).
*>
 fd  Comply-File.
*>
 01  Comply-Record.
     03  CD-Key.
         05  CD-Type        pic x.
             88  CD-Doc-Type              value "T".
             88  CD-Supp-Doc              value "D".
         05  CD-Supplier    pic x(7).
         05  CD-Doc-Code    pic x(4).
     03  CD-Type-Data.
         05  CDT-Desc       pic x(30).
         05  CDT-Mandatory  pic x.
         05  CDT-Warn-Days  pic 999.
         05  filler         pic x(82).
     03  CD-Doc-Data        redefines CD-Type-Data.
         05  CDD-Ref        pic x(20).
         05  CDD-Issuer     pic x(30).
         05  CDD-Expiry     binary-long.
         05  CDD-Mandatory  pic x.
         05  CDD-Warned-Expiry binary-long.   *> expiry last warned of
         05  CDD-Warned-Date   binary-long.
         05  filler         pic x(53).
