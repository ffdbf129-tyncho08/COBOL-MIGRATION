*>*******************************************
*>                                          *
*>  File Definition For The Lost Demand     *
*>  (Lost Sales) Log                        *
*>                                          *
*>*******************************************
*> rec size 60 bytes - flat append only trail, same style as the
*> transferred-demand log (fdsubdmd.cob), not an ISAM master.
*> 15/10/26 vbc - New, one line each time invoicing (sl910) or the
*>                counter (sl926) turns away demand - not enough held
*>                and no back order taken, or the customer declines
*>                on price, lead time or a discontinued line.  sl949
*>                reports it, st028 feeds it to st080, st085 & pl026.
*>
 fd  Lost-Demand-File.
*>
 01  Lost-Demand-Record.
     03  LD-Date             pic 9(8).     *> ccyymmdd
     03  LD-Item             pic x(13).
     03  LD-Customer         pic x(7).     *> spaces = counter sale
     03  LD-Qty              pic 9(6).
     03  LD-Reason           pic x.
         88  LD-No-Stock                 value "S".
         88  LD-Price                    value "P".
         88  LD-Lead-Time                value "L".
         88  LD-Discontinued             value "D".
     03  LD-Source           pic x.        *> I invoicing, C counter
     03  LD-Unit             pic 9(7)v99.  *> price that would have been charged
     03  LD-Cost             pic 9(7)v99.  *> Stock-Cost at the time
     03  filler              pic x(6).
