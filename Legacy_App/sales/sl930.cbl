*>                        acas016  ->
*>                         invoiceMT.
*>                        SL070. Analysis codes set up - Defaults only.
*>                        sl946. Document translation lookup.
*>**
*>    Error messages used.  These messages are remarked out, as page align is off.
*>                        SL003 hit return ...
*>                    total-print. Inv # missing - reduced size of line to 80
*>                    by using fit-to-page - JIC.
*> 16/04/24 vbc       Copyright notice update superseding all previous notices.
*> 15/10/26 vbc - .30 Invoices print in the customer's language (sl945) -
*>                    headings, legends, narrative, terms wording and
*>                    the e-mail text all looked up via sl946 when the
*>                    language changes, falling back to English.  See
*>                    zz097-Set-Language.
*> 02/09/26 vbc - .29 Carrier tracking reference (sl931 shipment
*>                    record) printed under the invoice totals.
*> 02/09/26 vbc - .28 E-mailed invoices route to the contact flagged
*>
 working-storage section.
*>----------------------
 77  prog-name               pic x(15) value "SL930 (3.02.30)".
*>
*> 09/08/26 - For building the per-customer PDF archive folder path -
*>  same idiom as sys005's zz010-Get-Print-History-Path.
                                pic x(137).
 copy "wssl.cob".
 copy "wsdel.cob".
 copy "wslang.cob".     *> 15/10/26 sl946 translations.
*>
*> REMARK OUT ANY IN USE
*>
*>
 01  line-12b.
     03  filler          pic x(52)       value spaces.
     03  l12b-lit        pic x(10)       value "Tracking: ".
     03  l12b-carrier    pic x(7).
     03  l12b-consign    pic x(20).
*>
*> 15/10/26 - wording moved in at print time, held here in English and
*>  replaced from the customer's language by zz097-Set-Language.
*>
 01  WS-Lang-Data.
     03  WS-Last-Lang     pic xx         value spaces.
     03  WS-Lit-Receipt   pic x(14)      value "  Receipt".
     03  WS-Lit-Invoice   pic x(14)      value "  Invoice".
     03  WS-Lit-Credit    pic x(14)      value "Credit Note".
     03  WS-Lit-Proforma  pic x(14)      value "  Pro-Forma".
     03  WS-Lit-Not-Vat   pic x(25)      value "This is not a VAT Invoice".
     03  WS-Lit-Disc      pic x(7)       value "  Disc ".
     03  WS-Lit-Terms     pic x(14)      value "Credit Terms: ".
     03  WS-Lit-Surcharge pic x(24)      value "Late Payment Surcharge".
     03  WS-Lit-Prompt    pic x(16)      value "Prompt pay time:".
     03  WS-Lit-Subject   pic x(40)      value "Your new Invoice from".
     03  WS-Lit-Body-1    pic x(40)      value "Your invoice from".
     03  WS-Lit-Body-2    pic x(80)      value
         "is attached. Should you have any problems with this please email admin at:".
     03  WS-Lit-Body-3    pic x(80)      value
         "We thank you for your business and we hope to see you again soon.".

 01  ws-data.
*>
     03  filler          pic x(25)       value spaces.
     03  l3-title        pic x(7)        value "INVOICE".
     03  filler          pic x(25)       value spaces.
     03  l3-page-lit     pic x(5)        value "Page ".
     03  l7-count-1      pic 9.
     03  l3-of-lit       pic x(4)        value " of ".
     03  l7-count-2      pic 9.
     03  filler          pic x           value space.
     03  l3-date         pic x(10).
 01  line-0-e.
*> line 9  85 chars
     03  filler          pic x(66)       value spaces.
     03  l3-inv-lit      pic x(5)        value "Inv: ".
     03  l3-invoice      pic z(7)9.
 *>
 01  line-1.
     03  filler          pic xxxx        value spaces.
     03  l3-d-line       pic x(30).
     03  filler          pic x(5)        value spaces.
     03  l3-order-lit    pic x(7)        value "Order:".
     03  l6-order        pic x(11).
*>
 01  line-4.
     03  filler          pic xxxx        value spaces.
     03  l4-d-line       pic x(30).
     03  filler          pic x(5)        value spaces.
     03  l4-ref-lit      pic x(7)        value " Ref :".
     03  l4-ref          pic x(11).
*>
 01  line-5.
     03  filler          pic xxxx        value spaces.
     03  l5-d-line       pic x(30).
     03  filler          pic x(5)        value spaces.
     03  l5-ac-lit       pic x(7)        value " A/C :".
     03  l6-account      pic x(7).
*>
 01  line-6.
     03  filler          pic x(72)       value spaces.
*>
 01  line-7B.			*> plain invoice line heads - 87
     03  l7B-Prod        pic x(14)       value "Product Code  ".
     03  l7B-Desc        pic x(30)       value "Item Description".
     03  l7B-Qty         pic x(6)        value "   Qty".
     03  l7B-Cost        pic x(10)       value "      Cost".
     03  l7B-Disc        pic x(7)        value "  Disc ".	*> This should be clear when no disc
     03  l7B-Net         pic x(10)       value "      Net".
     03  l7B-Vat         pic x(10)       value "      Vat".
*>
 01  line-8.
*> line 19-33 (15)  87 chars but should be 89 (desc x32)
 01  line-12a.                    *> 02/09/26 foreign currency note.
*> line 44
     03  filler          pic x(62)       value spaces.
     03  l12a-lit        pic x(15)       value "All amounts in ".
     03  l12a-curr       pic xxx.
*>
 linkage section.
     perform  Invoice-Close.    *> close invoice-file sales-file delivery-file.
     perform  Sales-Close.
     perform  Delivery-Close.
     set      Lang-Fn-Close to true.
     call     "sl946" using Lang-Call-Block file-defs.
     if       WS-Cont-Open = "Y"
              close Contact-File
              move "N" to WS-Cont-Open.
*>     if       sih-type = 2                   *> Do not know why this here as it bypasses
*>              go to  get-customer.           *>    other if tests
*>
     perform  zz097-Set-Language.          *> 15/10/26
     move           "  =======" to  l0-xs.	*> for Invoices & receipts
*>
     if       sih-type = 1
              move  WS-Lit-Receipt  to  l0-type
     else
      if      sih-Type = 2
              move  WS-Lit-Invoice  to l0-Type
      else
       if     sih-type = 3
              move  WS-Lit-Credit to  l0-type
              move  "===========" to  l0-xs
       else
              move  WS-Lit-Proforma to  l0-type
              move  "  =========" to  l0-xs
              move  WS-Lit-Not-Vat to l0-desc.
*>
 get-customer.
*>************
     if       i-level-2
       and    sil-discount (k)  >  0
              move  "%"       to l8-percent
              move  WS-Lit-Disc to l7B-Disc
     else
              move  spaces   to l7B-Disc
              move  space    to l8-percent.
     move     work-v  to  l9-vat.
     move     sih-days to  l9-days.
     if       sih-type = 2
              move     WS-Lit-Terms to l9-terms
     else
              move     spaces to L9-Terms.
*>
              write Email-Print-Record from line-7 after 1
              go to total-print-3.
*>
     move     WS-Lit-Surcharge to l9-desc.
     move     spaces         to l9-Terms.
     move     sih-deduct-vat to l9-vat.
     move     sih-deduct-amt to l9-net.
                              l11-amount
              move spaces to  l10-Terms
     else
              move WS-Lit-Prompt to L10-Terms
              move  sih-deduct-days  to  l10-days.
*>
     if       sih-deduct-amt = zero
*>  files usually stored in the *nix /etc folder for this to work.
*>
     move     spaces to WS-Email-Data.
     string   FUNCTION TRIM (WS-Lit-Body-1 TRAILING)
              " "                         delimited by size
              FUNCTION TRIM (Suser TRAILING)
              " "                         delimited by size
              FUNCTION TRIM (WS-Lit-Body-2 TRAILING)
              " "                         delimited by size
              FUNCTION TRIM (Company-Email TRAILING)
              ". "                        delimited by size
              FUNCTION TRIM (WS-Lit-Body-3 TRAILING)
                             into WS-Email-Body.
     string   "'"                         delimited by size
              FUNCTION TRIM (WS-Lit-Subject TRAILING)
              " "                         delimited by size
              FUNCTION TRIM (Suser TRAILING)
              "'"                         delimited by size
                             into WS-Email-Subject.
*>
 zz096-Exit.
     exit     section.
*>
 zz097-Set-Language  section.
*>**************************
*>
*>  15/10/26 - the customer's language (sl945) for this invoice; when
*>  it differs from the last one printed every fixed heading, legend,
*>  narrative and the terms and e-mail wording is looked up again via
*>  sl946 - English wherever no translation is held.
*>
     set      Lang-Fn-Customer to true.
     move     sih-customer to Lang-Customer.
     call     "sl946" using Lang-Call-Block file-defs.
     if       Lang-Code = WS-Last-Lang
              go to zz097-Exit.
     move     Lang-Code to WS-Last-Lang.
     set      Lang-Fn-Text to true.
*>
     move     "SL930-01" to Lang-Text-Id.
     move     14 to Lang-Max-Len.
     move     "  Receipt" to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to WS-Lit-Receipt.
     move     "SL930-02" to Lang-Text-Id.
     move     14 to Lang-Max-Len.
     move     "  Invoice" to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to WS-Lit-Invoice.
     move     "SL930-03" to Lang-Text-Id.
     move     14 to Lang-Max-Len.
     move     "Credit Note" to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to WS-Lit-Credit.
     move     "SL930-04" to Lang-Text-Id.
     move     14 to Lang-Max-Len.
     move     "  Pro-Forma" to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to WS-Lit-Proforma.
     move     "SL930-05" to Lang-Text-Id.
     move     25 to Lang-Max-Len.
     move     "This is not a VAT Invoice" to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to WS-Lit-Not-Vat.
     move     "SL930-06" to Lang-Text-Id.
     move     7 to Lang-Max-Len.
     move     "INVOICE" to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to l3-title.
     move     "SL930-07" to Lang-Text-Id.
     move     5 to Lang-Max-Len.
     move     "Page " to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to l3-page-lit.
     move     "SL930-08" to Lang-Text-Id.
     move     4 to Lang-Max-Len.
     move     " of " to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to l3-of-lit.
     move     "SL930-09" to Lang-Text-Id.
     move     5 to Lang-Max-Len.
     move     "Inv: " to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to l3-inv-lit.
     move     "SL930-10" to Lang-Text-Id.
     move     7 to Lang-Max-Len.
     move     "Order:" to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to l3-order-lit.
     move     "SL930-11" to Lang-Text-Id.
     move     7 to Lang-Max-Len.
     move     " Ref :" to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to l4-ref-lit.
     move     "SL930-12" to Lang-Text-Id.
     move     7 to Lang-Max-Len.
     move     " A/C :" to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to l5-ac-lit.
     move     "SL930-13" to Lang-Text-Id.
     move     14 to Lang-Max-Len.
     move     "Product Code  " to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to l7B-Prod.
     move     "SL930-14" to Lang-Text-Id.
     move     30 to Lang-Max-Len.
     move     "Item Description" to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to l7B-Desc.
     move     "SL930-15" to Lang-Text-Id.
     move     6 to Lang-Max-Len.
     move     "   Qty" to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to l7B-Qty.
     move     "SL930-16" to Lang-Text-Id.
     move     10 to Lang-Max-Len.
     move     "      Cost" to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to l7B-Cost.
     move     "SL930-17" to Lang-Text-Id.
     move     7 to Lang-Max-Len.
     move     "  Disc " to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to WS-Lit-Disc.
     move     "SL930-18" to Lang-Text-Id.
     move     10 to Lang-Max-Len.
     move     "      Net" to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to l7B-Net.
     move     "SL930-19" to Lang-Text-Id.
     move     10 to Lang-Max-Len.
     move     "      Vat" to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to l7B-Vat.
     move     "SL930-20" to Lang-Text-Id.
     move     14 to Lang-Max-Len.
     move     "Credit Terms: " to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to WS-Lit-Terms.
     move     "SL930-21" to Lang-Text-Id.
     move     24 to Lang-Max-Len.
     move     "Late Payment Surcharge" to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to WS-Lit-Surcharge.
     move     "SL930-22" to Lang-Text-Id.
     move     16 to Lang-Max-Len.
     move     "Prompt pay time:" to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to WS-Lit-Prompt.
     move     "SL930-23" to Lang-Text-Id.
     move     11 to Lang-Max-Len.
     move     "Total Due: " to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to l10-Gross-Lit.
     move     "SL930-24" to Lang-Text-Id.
     move     15 to Lang-Max-Len.
     move     "All amounts in " to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to l12a-lit.
     move     "SL930-25" to Lang-Text-Id.
     move     10 to Lang-Max-Len.
     move     "Tracking: " to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to l12b-lit.
     move     "SL930-26" to Lang-Text-Id.
     move     40 to Lang-Max-Len.
     move     "Your new Invoice from" to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to WS-Lit-Subject.
     move     "SL930-27" to Lang-Text-Id.
     move     40 to Lang-Max-Len.
     move     "Your invoice from" to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to WS-Lit-Body-1.
     move     "SL930-28" to Lang-Text-Id.
     move     80 to Lang-Max-Len.
     move     
              "is attached. Should you have any problems with this please email admin at:" to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to WS-Lit-Body-2.
     move     "SL930-29" to Lang-Text-Id.
     move     80 to Lang-Max-Len.
     move     
              "We thank you for your business and we hope to see you again soon." to Lang-Text.
     perform  zz098-Translate.
     move     Lang-Text to WS-Lit-Body-3.
*>
 zz097-Exit.
     exit     section.
*>
 zz098-Translate  section.
*>***********************
*>
*>  Lang-Text-Id, Lang-Max-Len and Lang-Text (English) set by caller.
*>
     call     "sl946" using Lang-Call-Block file-defs.
*>
 zz098-Exit.
     exit     section.
*>
 maps04       section.
*>*******************
