*>*******************************************
*>                                          *
*>  File Definition For The Bad Debt        *
*>  Write-Off Log                           *
*>                                          *
*>*******************************************
*> rec size 48 bytes - flat append only trail, same style as the
*> lost demand log (fdlostdm.cob), not an ISAM master.
*> 15/10/26 vbc - New, one line per open item sl922 writes off, so
*>                what each customer cost us in bad debt can be
*>                reported (sl952) - the item itself is only closed.
*>
 fd  Bad-Debt-Log-File.
*>
 01  Bad-Debt-Log-Record.
     03  BDL-Date            pic 9(8).     *> ccyymmdd written off
     03  BDL-Customer        pic x(7).
     03  BDL-Invoice         pic 9(8).
     03  BDL-Net             pic 9(7)v99.  *> to the bad debt account
     03  BDL-Vat             pic 9(7)v99.  *> bad debt relief reclaimed
     03  filler              pic x(7).
