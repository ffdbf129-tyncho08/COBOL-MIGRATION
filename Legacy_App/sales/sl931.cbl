*>                        the exception report lists despatched
*>                        shipments with no delivery confirmation
*>                        after a keyed number of days.
*>                        Dangerous goods on the note (st010 DG flag
*>                        and details) are totalled on the shipment
*>                        and a carrier service that will not take
*>                        them (Carrier Services, option 5) gives a
*>                        warning when chosen.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     Maps04, mailq.
*>                        acas011 (Stock), acas012 (Sales),
*>                        acas016 (Invoices).
*>**
*>    Error messages used.
*>                        SL292    Invoice/delivery note not found.
*>                        SL293    Cannot open import file.
*>                        SL294    No shipment record on file.
*>                        SL359    Service refuses the dangerous goods.
*>                        SL360    Hazard code must be Y, L or N.
*>****
*>  Changes.
*> 02/09/26 vbc - .00 Written for carrier shipment tracking.
*> 02/09/26 vbc - .01 Local import/extract path field renamed
*>                    Import-File-Name - File-103 is now a
*>                    wsnames file slot.
*> 15/10/26 vbc - .02 Dangerous goods - the shipment carries the lines,
*>                    units and net qty (KG/L) of DG items on the note
*>                    and whether all are limited qty, worked out on
*>                    entry from the DG-File.  New Carrier Services
*>                    option - what each carrier/service will carry;
*>                    one refusing the DG on the note warns on entry.
*> 15/10/26 vbc - .03 Carrier Services also hold what the service costs
*>                    us per parcel and per KG, for sl952 profitability.
*>
 environment             division.
*>===============================
*>-----------
*>
 copy "selship.cob".
 copy "seldgood.cob".     *> 15/10/26 dangerous goods
 copy "selcarsvc.cob".    *> 15/10/26 carrier services
 copy "selcont.cob".
 copy "selmailq.cob".
 copy "selprint.cob".
*>-----------
*>
 copy "fdship.cob".
 copy "fddgood.cob".      *> 15/10/26 dangerous goods
 copy "fdcarsvc.cob".     *> 15/10/26 carrier services
 copy "fdcont.cob".
 copy "fdmailq.cob".
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL931 (3.02.03)".
 77  Import-File-Name            pic x(64) value spaces.  *> Import file name/path
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 01  WS-Invoice-Record  redefines Invoice-Record
                                pic x(137).
 copy "wssl.cob".
 copy "wsstock.cob".      *> 15/10/26 dangerous goods
*>
*> REMARK OUT ANY IN USE
*>
     03  WS-Batch-Record        pic x.
     03  WS-IRS-Posting-Record  pic x.
     03  WS-Stock-Audit-Record  pic x.
*>     03  WS-Stock-Record        pic x.
*>     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  WS-In-Deliv-X   pic x(10).
     03  WS-Upd-Cnt      pic 9(5)         value zero.
     03  WS-Rej-Cnt      pic 9(5)         value zero.
     03  WS-DG-Status    pic 99           value zero.   *> 15/10/26
     03  WS-CS-Status    pic 99           value zero.
     03  WS-DG-Line-Cnt  pic 999          value zero.
     03  WS-DG-Lines     pic 99           value zero.
     03  WS-DG-Units     pic 9(6)         value zero.
     03  WS-DG-Net       pic 9(6)v999     value zero.
     03  WS-DG-All-LQ    pic x            value "N".
     03  WS-DG-Refused   pic x            value "N".
     03  WS-DG-Net-Disp  pic zzzzz9.999.
     03  WS-DG-Units-Disp pic zzzzz9.
     03  WS-CS-New       pic x            value "N".
     03  WS-CS-Parcel    pic 9(3)v99      value zero.
     03  WS-CS-KG        pic 9(3)v99      value zero.
*>
 01  ws-Test-Date            pic x(10).
 01  ws-date-formats.
     03  SL292          pic x(39) value "SL292 Invoice/delivery note not found".
     03  SL293          pic x(34) value "SL293 Cannot open the import file".
     03  SL294          pic x(36) value "SL294 No shipment record on file".
     03  SL359          pic x(65) value "SL359 Service will not carry these dangerous goods - use it (Y/N)".
     03  SL360          pic x(49) value "SL360 Hazard code must be Y, L or N - see the key".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
              open  output Shipment-File
              close Shipment-File
              open  i-o    Shipment-File.
     open     i-o Carrier-Service-File.               *> 15/10/26
     if       WS-CS-Status not = zero
              open  output Carrier-Service-File
              close Carrier-Service-File
              open  i-o    Carrier-Service-File.
*>
 menu-return.
     move     space  to  menu-reply.
     display  "(2)  Import Tracking from Carrier File"  at 0911 with foreground-color 2.
     display  "(3)  E-mail Tracking to Customer"        at 1011 with foreground-color 2.
     display  "(4)  Undelivered Shipments Report"       at 1111 with foreground-color 2.
     display  "(5)  Carrier Services"                   at 1211 with foreground-color 2.
     display  "(X)  Return To Menu"                     at 1311 with foreground-color 2.
*>
 menu-input.
     if       menu-reply = "4"
              perform  ea000-Undelivered-Report
              go to menu-return.
     if       menu-reply = "5"
              perform  ga000-Carrier-Services
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    Shipment-File Carrier-Service-File.
     if       WS-Mail-Sent = 1
              call "mailq" using ws-calling-data system-record
                                 to-day file-defs.
     move     "00" to WS-Invoice-Record (9:2).
     move     1 to File-Key-No.
     perform  Invoice-Read-Indexed.
     if       fs-reply = zero
              perform bb000-DG-Totals.
     perform  Invoice-Close.
     if       fs-reply not = zero
              display SL292 at 2301 with foreground-color 4 highlight
              move WS-Today-Bin to Ship-Despatched
              move "O"    to Ship-Status
     end-read.
     move     WS-DG-Lines  to Ship-DG-Lines.
     move     WS-DG-Units  to Ship-DG-Units.
     move     WS-DG-Net    to Ship-DG-Net.
     move     WS-DG-All-LQ to Ship-DG-All-LQ.
     if       Ship-DG-Lines not = zero
              move WS-DG-Units to WS-DG-Units-Disp
              move WS-DG-Net   to WS-DG-Net-Disp
              display "Dangerous goods - lines" at 0801 with foreground-color 4 highlight
              display Ship-DG-Lines    at 0825 with foreground-color 3
              display "units"          at 0829 with foreground-color 4 highlight
              display WS-DG-Units-Disp at 0835 with foreground-color 3
              display "net KG/L"       at 0843 with foreground-color 4 highlight
              display WS-DG-Net-Disp   at 0852 with foreground-color 3
              if    Ship-DG-All-LQ = "Y"
                    display "(all limited qty)" at 0864 with foreground-color 4 highlight
              end-if
     end-if.
*>
 ba020-Carrier.
     display  "Carrier     [      ]" at 0901 with foreground-color 2.
     accept   Ship-Carrier at 0915 with foreground-color 3 update UPPER.
     display  "Service     [          ]" at 1001 with foreground-color 2.
     accept   Ship-Service at 1015 with foreground-color 3 update.
*>
*>  15/10/26 - warn if the service will not take the dangerous goods.
*>
     perform  bc000-Check-Service.
     if       WS-DG-Refused = "Y"
              display SL359 at 2301 with foreground-color 4 highlight
              move "N" to ws-reply
              display "[N]" at 2367 with foreground-color 2
              accept  ws-reply at 2368 with foreground-color 6 update UPPER
              display " " at 2301 with erase eol
              if    ws-reply not = "Y"
                    go to ba020-Carrier
              end-if
     end-if.
     display  "Weight kg   [        ]" at 1101 with foreground-color 2.
     accept   Ship-Weight at 1115 with foreground-color 3 update.
     display  "Parcels     [   ]" at 1201 with foreground-color 2.
*>
 ba999-exit.
     exit     section.
*>
 bb000-DG-Totals         section.
*>==============================
*>
*>  15/10/26 - the note's lines (following the header just read) that
*>   are dangerous goods items with details on the DG-File - count,
*>   units and net qty, and whether all are limited quantities.
*>
     move     zero to WS-DG-Lines WS-DG-Units WS-DG-Net.
     move     "Y"  to WS-DG-All-LQ.
     if       SL-Stock-Link not = "Y"
              go to bb090-Done.
     open     input DG-File.
     if       WS-DG-Status not = zero
              go to bb090-Done.
     perform  Stock-Open-Input.
     move     ih-lines to WS-DG-Line-Cnt.
*>
 bb010-Read-Line.
     if       WS-DG-Line-Cnt = zero
              go to bb080-Close.
     perform  Invoice-Read-Next.
     if       fs-reply not = zero
         or   il-invoice not = WS-Inv-No
         or   il-line = zero
              go to bb080-Close.
     subtract 1 from WS-DG-Line-Cnt.
     if       il-product = spaces
         or   il-product (1:1) = "/"
              go to bb010-Read-Line.
     if       il-product (8:6) = spaces
              move il-product (1:7) to WS-Stock-Abrev-Key
              move 2 to File-Key-No
     else
              move il-product to WS-Stock-Key
              move 1 to File-Key-No.
     perform  Stock-Read-Indexed.
     if       fs-reply not = zero
         or   not Stock-Is-Dangerous
              go to bb010-Read-Line.
     move     WS-Stock-Key to DG-Stock-Key.
     read     DG-File
              invalid key
              go to bb010-Read-Line.
     add      1 to WS-DG-Lines.
     add      il-qty to WS-DG-Units.
     compute  WS-DG-Net = WS-DG-Net + (il-qty * DG-Net-Per-Unit).
     if       not DG-Is-Ltd-Qty
              move "N" to WS-DG-All-LQ.
     go       to bb010-Read-Line.
*>
 bb080-Close.
     perform  Stock-Close.
     close    DG-File.
     move     zero to fs-reply.              *> header was found
*>
 bb090-Done.
     if       WS-DG-Lines = zero
              move "N" to WS-DG-All-LQ.
*>
 bb999-exit.
     exit     section.
*>
 bc000-Check-Service     section.
*>==============================
*>
*>  15/10/26 - WS-DG-Refused set if the shipment has dangerous goods
*>   and the carrier service (if set up) refuses them, or takes only
*>   limited quantities and some are not.
*>
     move     "N" to WS-DG-Refused.
     if       Ship-DG-Lines = zero
              go to bc999-exit.
     move     Ship-Carrier to CS-Carrier.
     move     Ship-Service to CS-Service.
     read     Carrier-Service-File
              invalid key
              go to bc999-exit.
     if       CS-Haz-Refused
              move "Y" to WS-DG-Refused.
     if       CS-Haz-Ltd-Qty-Only
        and   Ship-DG-All-LQ not = "Y"
              move "Y" to WS-DG-Refused.
*>
 bc999-exit.
     exit     section.
*>
 ca000-Track-Import      section.
*>==============================
*>
 ea999-exit.
     exit     section.
*>
 ga000-Carrier-Services  section.
*>==============================
*>
*>  15/10/26 - carrier services as keyed on shipments and what each
*>   will carry: Y = dangerous goods accepted, L = limited quantities
*>   only, N = no dangerous goods.  Blank description deletes.
*>   With what the service costs us per parcel and per KG - sl952.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Carrier Services" at 0132 with foreground-color 2.
*>
 ga010-Get-Key.
     display  " " at 0701 with erase eos.
     move     spaces to CS-Key.
     display  "Carrier     [      ]" at 0701 with foreground-color 2.
     accept   CS-Carrier at 0714 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or CS-Carrier = spaces
              go to ga999-exit.
     display  "Service     [          ]" at 0801 with foreground-color 2.
     accept   CS-Service at 0814 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ga010-Get-Key.
     move     "N" to WS-CS-New.
     read     Carrier-Service-File
              invalid key
              move "Y"    to WS-CS-New
              move spaces to CS-Desc
              move "Y"    to CS-Hazard
              move zero   to CS-Cost-Parcel CS-Cost-KG
     end-read.
     display  "Description [                              ]" at 1001 with foreground-color 2.
     display  "Dangerous goods [ ]  Y = accepted, L = limited qty only, N = refused"
                                                           at 1101 with foreground-color 2.
     display  CS-Desc   at 1014 with foreground-color 3.
     display  CS-Hazard at 1118 with foreground-color 3.
     accept   CS-Desc   at 1014 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ga010-Get-Key.
     if       CS-Desc = spaces
              if   WS-CS-New = "N"
                   delete Carrier-Service-File record
              end-if
              go to ga010-Get-Key.
*>
 ga020-Hazard.
     accept   CS-Hazard at 1118 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ga010-Get-Key.
     if       not CS-Haz-Accepted
        and   not CS-Haz-Ltd-Qty-Only
        and   not CS-Haz-Refused
              display SL360 at 2301 with foreground-color 4 highlight
              go to ga020-Hazard.
     display  " " at 2301 with erase eol.
*>
     move     CS-Cost-Parcel to WS-CS-Parcel.
     move     CS-Cost-KG     to WS-CS-KG.
     display  "Cost per parcel [      ]  per KG [      ]" at 1201 with foreground-color 2.
     accept   WS-CS-Parcel at 1218 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ga010-Get-Key.
     accept   WS-CS-KG     at 1235 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ga010-Get-Key.
     move     WS-CS-Parcel to CS-Cost-Parcel.
     move     WS-CS-KG     to CS-Cost-KG.
     if       WS-CS-New = "Y"
              write   Carrier-Service-Record
     else
              rewrite Carrier-Service-Record.
     go       to ga010-Get-Key.
*>
 ga999-exit.
     exit     section.
*>
 fb000-Headings          section.
*>==============================
