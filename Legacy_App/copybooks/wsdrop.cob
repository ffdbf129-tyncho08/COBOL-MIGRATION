*>*******************************************
*>                                          *
*>   Call block for pl049, raising the      *
*>   supplier order for a drop-ship line    *
*>*******************************************
*> New 15/10/26.
*> sl910 sets everything down to DSB-Deliv-Addr for each invoice line
*> flagged drop-ship, once the invoice is stored, then calls "pl049"
*> using ws-calling-data system-record to-day file-defs
*> Drop-Ship-Block.
*> pl049 takes the next purchase folio number, writes the order folio
*> to DSB-Supplier - the item line at DSB-Unit-Cost followed by
*> comment lines giving the address to deliver direct to - and the
*> drop-ship record for the line, adding it to the invoice's count
*> of lines awaiting despatch (fddrop.cob).
*> DSB-Folio returns the order folio, zero when it could not be
*> raised, when DSB-Error holds the file status.
*> The drop-ship file is opened on first call and held open - call
*> with DSB-Fn-Close on the way out.
*>
 01  Drop-Ship-Block.
     03  DSB-Function       pic 9             value 1.
         88  DSB-Fn-Raise                     value 1.
         88  DSB-Fn-Close                     value 9.
     03  DSB-Invoice        pic 9(8)          value zero.
     03  DSB-Line           pic 99            value zero.
     03  DSB-Customer       pic x(7)          value spaces.
     03  DSB-Date           binary-long       value zero.
     03  DSB-Product        pic x(13)         value spaces.
     03  DSB-Desc           pic x(32)         value spaces.
     03  DSB-Qty            binary-long       value zero.
     03  DSB-Sale-Net       pic s9(7)v99  comp-3 value zero.
     03  DSB-Supplier       pic x(7)          value spaces.
     03  DSB-Unit-Cost      pic 9(7)v9999 comp-3 value zero.
     03  DSB-Deliv-Name     pic x(30)         value spaces.
     03  DSB-Deliv-Addr     pic x(96)         value spaces.
     03  DSB-Folio          pic 9(8)          value zero.
     03  DSB-Error          pic 99            value zero.
