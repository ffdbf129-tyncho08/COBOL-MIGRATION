*>              as not used by any keys.
*> 09/08/26 vbc Added Audit-Reason-Code, for the stock cycle-count
*>              variance reason entered on st090.
*> 15/10/26 vbc Added Audit-Type 7, stock issued to / returned from
*>              a job (st077).
*>
 fd  Stock-Audit.
*>
         88  PL-Add-Record                     value 4.  *> + Purch no.
         88  SL-Credit-Record                  value 5.  *> + Credit note/Inv. no.
         88  Count-Adjust-Record                value 6.  *> + Reason-Code.
         88  Job-Issue-Record                   value 7.  *> Job code in Desc (st077).
     03  Audit-Stock-Key           pic x(13).
     03  Audit-Invoice-PO          pic 9(8).
     03  Audit-Cr-for-Invoice      pic 9(8).
