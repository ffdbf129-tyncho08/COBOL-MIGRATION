       >>source free
*>*********************************************
*>                                            *
*>     More Invoicing Options Menu            *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         sl901.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>**
*>    Remarks.            The invoicing menu (sl900) ran out of
*>                        cells - every row/column pair is taken.
*>                        Later invoicing and customer functions live
*>                        here instead, behind its one "(*)" key, the
*>                        same way xl154 relieves the general menu.
*>                        Pure dispatch - each target is called
*>                        exactly as sl900 would have.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     sl941.
*>                        sl942.
*>                        sl943.
*>                        sl944.
*>                        sl945.
*>                        sl947.
*>                        sl948.
*>                        sl949.
*>                        sl951.
*>                        sl952.
*>                        sl953.
*>                        sl954.
*>                        sl955.
*>                        sl956.
*>                        sl957.
*>**
*>    Error messages used.
*>                        None.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written to relieve the invoicing menu screen,
*>                    with (1) Customer Volume Rebates - sl941.
*> 15/10/26 vbc - .01 Added (2) Trade Credit Insurance - sl942.
*> 15/10/26 vbc - .02 Added (3) Invoice Discounting - sl943.
*> 15/10/26 vbc - .03 Added (4) Customer Groups - sl944.
*> 15/10/26 vbc - .04 Added (5) Customer Languages - sl945.
*> 15/10/26 vbc - .05 Added (6) Credit Note Approval - sl947.
*> 15/10/26 vbc - .06 Added (7) Drop-Ship Orders - sl948.
*> 15/10/26 vbc - .07 Added (8) Lost Sales Report - sl949.
*> 15/10/26 vbc - .08 Added (9) Customer Price Lists - sl951.
*> 15/10/26 vbc - .09 Added (A) Customer Profitability - sl952.
*> 15/10/26 vbc - .10 Added (B) Credit Limit Review - sl953.
*> 15/10/26 vbc - .11 Added (C) Paying-In Slips - sl954.
*> 15/10/26 vbc - .12 Added (D) Order Acknowledgements - sl955.
*> 15/10/26 vbc - .13 Added (E) Contract Retentions - sl956.
*> 15/10/26 vbc - .14 Added (F) Job Stage Billing - sl957.
*>
 environment             division.
*>===============================
*>
 copy "envdiv.cob".
*>
 data                    division.
*>===============================
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL901 (3.02.14)".
*>
 01  All-My-Constants    pic 9(4).
     copy "screenio.cpy".
*>
 01  ws-data.
     03  menu-reply      pic x.
*>
 linkage section.
*>**************
*>
 copy "wscall.cob".
 copy "wssystem.cob".
 copy "wsnames.cob".
*>
 01  to-day              pic x(10).
*>
 procedure division using ws-calling-data
                          system-record
                          to-day
                          file-defs.
*>=======================================
*>
 init01 section.
*>*************
*>
     set      ENVIRONMENT "COB_SCREEN_EXCEPTIONS" to "Y".
     set      ENVIRONMENT "COB_SCREEN_ESC" to "Y".
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "More Invoicing Options" at 0129 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Customer Volume Rebates"           at 0811 with foreground-color 2.
     display  "(2)  Trade Credit Insurance"            at 0911 with foreground-color 2.
     display  "(3)  Invoice Discounting"               at 1011 with foreground-color 2.
     display  "(4)  Customer Groups"                   at 1111 with foreground-color 2.
     display  "(5)  Customer Languages"                at 1211 with foreground-color 2.
     display  "(6)  Credit Note Approval"              at 1311 with foreground-color 2.
     display  "(7)  Drop-Ship Orders"                  at 1411 with foreground-color 2.
     display  "(8)  Lost Sales Report"                 at 1511 with foreground-color 2.
     display  "(9)  Customer Price Lists"              at 1611 with foreground-color 2.
     display  "(A)  Customer Profitability"            at 1711 with foreground-color 2.
     display  "(B)  Credit Limit Review"               at 1811 with foreground-color 2.
     display  "(C)  Paying-In Slips"                   at 1911 with foreground-color 2.
     display  "(D)  Order Acknowledgements"            at 2011 with foreground-color 2.
     display  "(E)  Contract Retentions"               at 2111 with foreground-color 2.
     display  "(F)  Job Stage Billing"                 at 2211 with foreground-color 2.
     display  "(X)  Return To Menu"                    at 2311 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     move     spaces to ws-called.
     if       menu-reply = "1"
              move "sl941" to ws-called.
     if       menu-reply = "2"
              move "sl942" to ws-called.
     if       menu-reply = "3"
              move "sl943" to ws-called.
     if       menu-reply = "4"
              move "sl944" to ws-called.
     if       menu-reply = "5"
              move "sl945" to ws-called.
     if       menu-reply = "6"
              move "sl947" to ws-called.
     if       menu-reply = "7"
              move "sl948" to ws-called.
     if       menu-reply = "8"
              move "sl949" to ws-called.
     if       menu-reply = "9"
              move "sl951" to ws-called.
     if       menu-reply = "A"
              move "sl952" to ws-called.
     if       menu-reply = "B"
              move "sl953" to ws-called.
     if       menu-reply = "C"
              move "sl954" to ws-called.
     if       menu-reply = "D"
              move "sl955" to ws-called.
     if       menu-reply = "E"
              move "sl956" to ws-called.
     if       menu-reply = "F"
              move "sl957" to ws-called.
     if       ws-called = spaces
              go to menu-input.
     call     ws-called using ws-calling-data
                              system-record
                              to-day
                              file-defs.
     go       to menu-return.
*>
 menu-exit.
     exit     program.
*>
 end program sl901.
