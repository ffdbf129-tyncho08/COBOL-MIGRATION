*>           directory, same idea as Email-Invoice.
*> 02/09/26 Added Sales-Territory into the last 2 filler bytes, no
*>           rec size change - the record is now full.
*> 15/10/26 Sales-Einv-Flag also D = electronic despatch advice with
*>           SSCC labels from sl950, B = both that and the e-invoice.
*>
 01  WS-Sales-Record.
     03  WS-Sales-Key       pic x(7).
     03  Sales-DD-Active    pic x.                *> added 21/08/26, into filler
         88  Sales-Pays-By-DD             value "Y".  *> mandate on ddmand.dat
     03  Sales-Einv-Flag    pic x.                *> added 02/09/26, into filler
         88  Einvoice-Set                 values "Y" "B". *> e-invoice file from sl930
         88  Desadv-Set                   values "D" "B". *> 15/10/26 despatch advice, sl950
     03  Sales-Territory    pic xx.               *> added 02/09/26, into filler
*>                             - matches the head of Rep-Territory (sl908)
*>                             for the sl927 performance report.
