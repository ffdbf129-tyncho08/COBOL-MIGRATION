*>**
*>    Version.            See Prog-Name In Ws.
*>**
*>    Called Modules.     Maps04, sl918, st022, pl038, pl938.
*>                        acas000 (System), acas011 (Stock),
*>                        acas026 (PInvoice).
*>**
*> 02/09/26 vbc - .01 Option 4 chains to pl038 Inbound Shipments -
*>                    the goods-in operations all hang together and
*>                    the ledger menu screen is full.
*> 15/10/26 vbc - .02 Option 5 chains to pl938 Subcontract (Outwork)
*>                    Orders, likewise a goods-in operation.
*>
*>*************************************************************************
*>
 working-storage section.
*>----------------------
*>
 77  prog-name           pic x(15) value "PL037 (3.02.02)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
     display  "(2)  QC Release To Stock"               at 0911 with foreground-color 2.
     display  "(3)  QC Reject (Return To Vendor)"      at 1011 with foreground-color 2.
     display  "(4)  Inbound Shipments (ETA cascade)"   at 1111 with foreground-color 2.
     display  "(5)  Subcontract (Outwork) Orders"      at 1211 with foreground-color 2.
     display  "(X)  Return To Menu"                    at 1411 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
                                 to-day
                                 file-defs
              go to menu-return.
     if       menu-reply = "5"
              call "pl938" using ws-calling-data
                                 system-record
                                 to-day
                                 file-defs
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
