*>              before writing it, rather than against the FD itself.
*>              Field names match fdaudit.cob field for field so the
*>              record can be moved straight across to/from the FD.
*> 15/10/26 vbc Added Audit-Type 7, job issues / returns (st077).
*>
 01  WS-Stock-Audit-Record.
     03  Audit-Type                pic 9.
         88  PL-Add-Record                     value 4.  *> + Purch no.
         88  SL-Credit-Record                  value 5.  *> + Credit note/Inv. no.
         88  Count-Adjust-Record                value 6.  *> + Reason-Code.
         88  Job-Issue-Record                   value 7.  *> Job code in Desc (st077).
     03  Audit-Stock-Key           pic x(13).
     03  Audit-Invoice-PO          pic 9(8).
     03  Audit-Cr-for-Invoice      pic 9(8).
