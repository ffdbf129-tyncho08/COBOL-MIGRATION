*>*******************************************
*>            General                       *
*>  File Definition For The GL Batch Link   *
*>  file                                    *
*>*******************************************
*> rec size 96 bytes, new 15/10/26.
*> One record per batch (key = WS-Batch-Key9, ledger + batch no)
*> that has been reversed or copied for correction by gl052, or
*> was created by it - the batch it reverses / corrects and the
*> batch that reversed / last corrected it.  A batch carrying a
*> Reversed-By is never reversed again.  gl060 shows the links.
*>
 fd  Batch-Link-File.
*>
 01  Batch-Link-Record.
     03  BLK-Batch-Key9     pic 9(6).
     03  BLK-Reversal-Of    pic 9(5).           *> this batch reverses
     03  BLK-Correction-Of  pic 9(5).           *> this batch corrects
     03  BLK-Reversed-By    pic 9(5).
     03  BLK-Reversed-Date  binary-long.
     03  BLK-Reversed-User  pic x(32).
     03  BLK-Corrected-By   pic 9(5).           *> the latest copy
     03  BLK-Corrected-Date binary-long.
     03  filler             pic x(30).
*>
