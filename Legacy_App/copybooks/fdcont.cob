*> sl110 statements and sl190 letters each pick the first contact
*> flagged for their document, falling back to Sales-Email when
*> none is.  Maintained in sl929.
*> 15/10/26 vbc - CT-Use-Order taken from the filler - sl955 order
*>                acknowledgements go to the contact flagged for them.
*>
 fd  Contact-File.
*>
     03  CT-Use-Invoice     pic x.         *> Y = invoices go here
     03  CT-Use-Statement   pic x.         *> Y = statements go here
     03  CT-Use-Dunning     pic x.         *> Y = letters go here
     03  CT-Use-Order       pic x.         *> Y = order acknowledgements go here
     03  filler             pic x(6).
