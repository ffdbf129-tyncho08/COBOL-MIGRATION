*>*******************************************
*>            Common                        *
*>  File Definition For The Warehouse       *
*>  Extract control and history file        *
*>*******************************************
*> rec size 256 bytes, new 15/10/26.
*> One record per extract run (xl167) and, at WX-Run-No zero, the
*> control record holding the high-water mark - the journal
*> (fhjrnl.dat) timestamp reached and how many entries at that
*> timestamp were taken - so the next incremental run starts after it.
*> Entities, in this order:  1 stock, 2 customers, 3 sales invoices,
*>   4 sales open items, 5 suppliers, 6 purchase open items.
*>
 fd  Wh-Extract-File.
*>
 01  Wh-Extract-Record.
     03  WX-Run-No           pic 9(6).
     03  WX-Run-Data.
         05  WX-Mode         pic x.
             88  WX-Full                   value "F".
             88  WX-Incremental            value "I".
         05  WX-Run-Stamp    pic 9(14).
         05  WX-From-Stamp   pic 9(14).
         05  WX-From-Count   pic 9(6).
         05  WX-To-Stamp     pic 9(14).
         05  WX-To-Count     pic 9(6).
         05  WX-Jnl-Read     pic 9(9).
         05  WX-Entity                     occurs 6.
             07  WX-Ins      pic 9(7).
             07  WX-Upd      pic 9(7).
             07  WX-Del      pic 9(7).
         05  WX-User         pic x(8).
         05  WX-Status       pic x.
             88  WX-Complete               value "C".
             88  WX-Failed                 value "F".
         05  filler          pic x(51).
     03  WX-Control-Data     redefines WX-Run-Data.
         05  WX-Last-Run     pic 9(6).
         05  WX-HWM-Stamp    pic 9(14).
         05  WX-HWM-Count    pic 9(6).
         05  WX-Full-Stamp   pic 9(14).
         05  filler          pic x(210).
*>
