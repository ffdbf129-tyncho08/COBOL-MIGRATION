*>*******************************************
*>                                          *
*>   Call block for pl042, the probable     *
*>   duplicate supplier invoice check       *
*>*******************************************
*> New 15/10/26.
*> Caller sets the supplier, the supplier's invoice ref, the folio type
*> (1/2 invoice, 3 credit note), the gross value, the invoice date (bin
*> days) and its own folio number, then calls "pl042" using
*> Dup-Check-Block file-defs.
*> A probable duplicate is another item for the same supplier, of the
*> same kind (invoice or credit note), that has either the same ref or
*> the same gross within DC-Days days of the date.  The ledger open
*> and closed items (OTM5), the purchase item archive (plarcoi.dat) and
*> the unposted folios are all searched, first hit wins.
*> The PInvoice file MUST already be open in the caller - pl020 and
*> pl028 both hold it open i-o - it is only read here.
*> Call with DC-Fn-Close on the way out.
*>
 01  Dup-Check-Block.
     03  DC-Function        pic 9             value 1.
         88  DC-Fn-Check                      value 1.
         88  DC-Fn-Close                      value 9.
     03  DC-Supplier        pic x(7)          value spaces.
     03  DC-Ref             pic x(10)         value spaces.
     03  DC-Type            pic 9             value zero.
     03  DC-Gross           pic s9(8)v99  comp-3  value zero.
     03  DC-Date            binary-long       value zero.
     03  DC-Folio           pic 9(8)          value zero.  *> own, skipped
     03  DC-Days            pic 99            value 5.
     03  DC-Verdict         pic x             value space.
         88  DC-Clear                         value "C".
         88  DC-Same-Ref                      value "R".
         88  DC-Same-Amount                   value "A".
     03  DC-Match-Source    pic x             value space.
         88  DC-In-Open-Items                 value "O".
         88  DC-In-Closed-Items               value "C".
         88  DC-In-Archive                    value "A".
         88  DC-In-Folios                     value "F".
     03  DC-Match-Folio     pic 9(8)          value zero.
     03  DC-Match-Ref       pic x(10)         value spaces.
     03  DC-Match-Gross     pic s9(8)v99  comp-3  value zero.
     03  DC-Match-Date      binary-long       value zero.
