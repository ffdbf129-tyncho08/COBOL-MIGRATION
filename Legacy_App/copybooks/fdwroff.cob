*>*******************************************
*>            Stock                         *
*>  File Definition For The Stock Write-Off *
*>  Log                                     *
*>*******************************************
*> rec size 80 bytes, new 15/10/26 - flat append only trail, same
*> style as the GRN log (fdplgrn.cob), not an ISAM master file.
*> One record per st020 manual deduction with its reason code,
*> product group and location as they stood at the time, so the
*> st075 shrinkage analysis can look back over periods after the
*> stock audit has been cleared down.  A reversed deduction (keyed
*> with -) logs a negative quantity and value.
*>
 fd  WO-Log-File.
*>
 01  WO-Log-Record.
     03  WO-Date            pic 9(8).          *> ccyymmdd
     03  WO-Stock-Key       pic x(13).
     03  WO-Desc            pic x(24).
     03  WO-Reason          pic xx.
     03  WO-PA-Group        pic xx.
     03  WO-Location        pic x(10).
     03  WO-Qty             pic s9(6)     sign leading separate.
     03  WO-Value           pic s9(8)v99  sign leading separate.
     03  filler             pic x(3).
*>
