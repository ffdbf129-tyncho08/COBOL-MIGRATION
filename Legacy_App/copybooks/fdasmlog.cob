*>*******************************************
*>            Stock                         *
*>  File Definition For The Assembly        *
*>  Completions Log                         *
*>*******************************************
*> rec size 40 bytes, new 15/10/26 - flat append only trail, same
*> style as the GRN log (fdplgrn.cob), not an ISAM master file.
*> One record per st070 receipt of completed units from work in
*> progress, so what was made, and when, can be looked back on -
*> the stock audit being optional.  xl155 reads it for the goods
*> made here on the plastic packaging tax return.
*>
 fd  Asm-Log-File.
*>
 01  Asm-Log-Record.
     03  Asm-Date           pic 9(8).          *> ccyymmdd
     03  Asm-Time           pic 9(8).
     03  Asm-Product        pic x(13).
     03  Asm-Qty            pic 9(6).
     03  filler             pic x(5).
*>
