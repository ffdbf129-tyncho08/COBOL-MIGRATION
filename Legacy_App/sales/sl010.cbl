*>                    a structured e-invoice file per invoice.
*> 02/09/26 vbc - .29 Added Sales-Territory (T:) for the sl927
*>                    territory performance report.
*> 15/10/26 vbc - .30 EI flag also takes D - sl950 sends an electronic
*>                    despatch advice with SSCC labels - or B for both.
*> 15/03/24 vbc - .24 Added support for field Sales-Partial-Ship-Flag for input
*>                    display and reporting. Chg case for FUNCTION, UPPER-CASE.
*> 20/03/24 vbc - .25 Added Support for SL-BO-Default for create mode and as "N"
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL010 (3.02.30)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
*>
*>  E-invoice flag - Y = sl930 writes a structured e-invoice file
*>   per printed invoice to the despatch directory.  02/09/26.
*>   D = sl950 sends an electronic despatch advice with SSCC carton
*>   labels instead, B = both.  15/10/26.
*>
     move     FUNCTION UPPER-CASE (Sales-Einv-Flag) to Sales-Einv-Flag.
     if       Sales-Einv-Flag not = "Y" and not = "D" and not = "B"
              move "N" to Sales-Einv-Flag.
*>
*>  Territory code (T:) - matches the head of the salesperson's
