*>**
*>    Version.            See Prog-Name In Ws.
*>**
*>    Called Modules.     Maps04, gl052.
*>  ledger , posting, batch
*>
*>                        acas005 ->
*>                    threshold now get a Pending record on the
*>                    GJ-Approval-File - gl072 will not post them
*>                    until a second user approves.
*> 15/10/26 vbc - .08 Added (2) Reverse / Correct a Posted Batch
*>                    calling gl052.
*>
*>*************************************************************************
*>
 working-storage section.
*>----------------------
*>
 77  prog-name           pic x(15)  value "gl050 (3.02.08)".
*>
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
     move     1  to  a ws-menu.
*>
     display  "(1)  Set up New Batch" at 1001  with foreground-color 2.
     display  "(2)  Reverse / Correct a Posted Batch" at 1101  with foreground-color 2.
     display  "(9)  Exit to System Menu" at 1301 with foreground-color 2.
*>
     accept   ws-menu at 0843 with foreground-color 6 update.
     if       ws-menu = 1
              perform  get-next-batch
              go to get-default.
     if       ws-menu = 2
              perform  GL-Batch-Close
              call     "gl052" using ws-calling-data
                                     system-record
                                     to-day
                                     file-defs
              perform  GL-Batch-Open
              go to menu-input.
     go       to menu-input.
*>
 get-default.
