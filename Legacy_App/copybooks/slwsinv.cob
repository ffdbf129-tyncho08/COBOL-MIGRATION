*> 03/03/24 - in SInvoice-Bodies sil-Back-Ordered replaces the last field
*>            (FILLER) - set to B for a BO item.
*>            Addded lowercase values for some values - JIC.
*> 15/10/26 - sil-Back-Ordered set to D for a drop-ship line (sl910,
*>            supplier delivers direct, no stock movement).
*>
 01  SInvoice-Header.                         *> 137 bytes 18/01/17
   02 sih-prime.                              *> 42 bytes
         05  sil-update      pic x.
             88 sil-analyised                       value "Z".
         05  sil-Back-Ordered
                             pic x.       *> value space, or B for a BO item, D drop-ship.
*>         05  filler          pic x.          *> was pic xx.
*>
