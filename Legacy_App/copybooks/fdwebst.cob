*>*******************************************
*>            Stock                         *
*>  File Definition For The Web Shop Feed   *
*>  State file                              *
*>*******************************************
*> rec size 64 bytes, new 15/10/26.
*> What the web shop was last sent, one record per stock item, so
*> st076 need only carry the items that have changed since.  The
*> record with WST-Key = low-values is the control record holding
*> the last feed sequence number - each feed's header carries the
*> previous number so the web side can see a missed file.
*>   WST-Loc-Check - location qtys weighted by position, so a move
*>                   between locations shows as a change.
*>
 fd  Web-State-File.
*>
 01  Web-State-Record.
     03  WST-Key             pic x(13).
     03  WST-Item-Data.
         05  WST-ATS         pic s9(7)       comp.
         05  WST-Retail      pic 9(7)v99     comp-3.
         05  WST-Status      pic x.
             88  WST-Active                  value "A".
             88  WST-Superseded              value "S".
             88  WST-Discontinued            value "D".
         05  WST-Successor   pic x(13).
         05  WST-Loc-Count   pic 9(4)        comp.
         05  WST-Loc-Check   pic 9(15)       comp.
         05  WST-Seen-Seq    pic 9(6)        comp.
         05  filler          pic x(14).
     03  WST-Control-Data    redefines WST-Item-Data.
         05  WST-Last-Seq    pic 9(6)        comp.
         05  WST-Last-Date   pic 9(8).
         05  WST-Last-Time   pic 9(6).
         05  WST-Last-Type   pic x.
         05  filler          pic x(32).
*>
