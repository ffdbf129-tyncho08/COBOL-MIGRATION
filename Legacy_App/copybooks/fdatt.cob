*>                "GR" - GRN folio         (pl035 capture)
*>                "SI" - sales invoice
*>                "GB" - GL batch/journal  (gl051 capture)
*>                "BR" - balance sheet reconciliation (xl161, RR-Ref-No)
*> Holds the file path and a description only - the documents stay
*> wherever they are scanned to.  All capture and listing goes
*> through the xl152 subprogram (call block wsattach.cob) so the
