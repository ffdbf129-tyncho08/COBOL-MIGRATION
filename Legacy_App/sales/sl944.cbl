       >>source free
*>*********************************************
*>                                            *
*>       Customer Groups (Head Offices)       *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         sl944.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Customer group hierarchy (fdcgrp.cob).
*>                        Branch accounts are placed under a head
*>                        office account, one level only, and the head
*>                        office carries a group credit limit.
*>                        sl110 prints the consolidated group statement,
*>                        sl910 tests the group limit as well as the
*>                        branch Sales-Limit and sl120 rolls the ageing
*>                        up to group level.
*>                        The list shows each group with its members'
*>                        balances against the group limit.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     acas012 (Sales).
*>**
*>    Error messages used.
*>                        SL003
*>                        SL324    Customer record not found.
*>                        SL335    Head office is itself a branch.
*>                        SL336    Account is a head office with branches.
*>                        SL337    Branch and head office the same.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for customer groups.
*>
 environment             division.
*>===============================
*>
 copy "envdiv.cob".
 input-output            section.
*>------------------------------
*>
 file-control.
*>-----------
*>
 copy "selcgrp.cob".
 copy "selprint.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdcgrp.cob".
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL944 (3.02.00)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wssl.cob".
*>
*> REMARK OUT ANY IN USE
*>
 01  Dummies-4-Unused-ACAS-FH-Calls.      *> Call blk at zz080-ACAS-Calls
     03  Default-Record         pic x.
     03  Final-Record           pic x.
     03  System-Record-4        pic x.
     03  WS-Ledger-Record       pic x.
     03  WS-Posting-Record      pic x.
     03  WS-Batch-Record        pic x.
     03  WS-IRS-Posting-Record  pic x.
     03  WS-Stock-Audit-Record  pic x.
     03  WS-Stock-Record        pic x.
*>     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  WS-Analysis-Record     pic x.
     03  WS-Del-Inv-Nos-Record  pic x.
     03  WS-Purch-Record        pic x.
     03  WS-Pay-Record          pic x.
     03  WS-Invoice-Record      pic x.
     03  WS-OTM3-Record         pic x.
     03  WS-PInvoice-Record     pic x.
     03  WS-OTM5-Record         pic x.
*>
 copy "Test-Data-Flags.cob".  *> set sw-testing to zero to stop logging.
*>
 01  All-My-Constants    pic 9(4).
     copy "screenio.cpy".
*>
 01  ws-data.
     03  menu-reply      pic x.
     03  ws-reply        pic x.
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  WS-CG-Status    pic 99           value zero.
     03  WS-Branch       pic x(7)         value spaces.
     03  WS-Head         pic x(7)         value spaces.
     03  WS-Cust-Hold    pic x(7)         value spaces.
     03  WS-Last-Parent  pic x(7)         value spaces.
     03  WS-Old-Parent   pic x(7)         value spaces.
     03  WS-Has-Branches pic x            value "N".
     03  WS-Limit-In     pic 9(8)         value zero.
     03  WS-Group-Limit  pic 9(8)         value zero.
     03  WS-Balance      pic s9(8)v99  comp-3  value zero.
     03  WS-Group-Bal    pic s9(9)v99  comp-3  value zero.
     03  WS-Group-Cnt    pic 9(5)         value zero.
     03  display-8       pic z(7)9.
*>
 01  ws-date-formats.
     03  ws-swap             pic xx.
     03  ws-date             pic x(10).
     03  ws-UK redefines ws-date.
         05  ws-days         pic xx.
         05  filler          pic x.
         05  ws-month        pic xx.
         05  filler          pic x.
         05  ws-year         pic x(4).
     03  ws-USA redefines ws-date.
         05  ws-usa-month    pic xx.
         05  filler          pic x.
         05  ws-usa-days     pic xx.
         05  filler          pic x.
         05  filler          pic x(4).
     03  ws-Intl redefines ws-date.
         05  ws-intl-year    pic x(4).
         05  filler          pic x.
         05  ws-intl-month   pic xx.
         05  filler          pic x.
         05  ws-intl-days    pic xx.
*>
 01  Error-Messages.
     03  SL003          pic x(28) value "SL003 Hit Return To Continue".
     03  SL324          pic x(31) value "SL324 Customer record not found".
     03  SL335          pic x(46) value "SL335 That head office is itself a branch of ".
     03  SL336          pic x(51) value "SL336 Account is a head office with branches - move".
     03  SL337          pic x(43) value "SL337 Branch and head office cannot be same".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(50)       value "Customer Groups and Group Credit Limits".
     03  filler          pic x(26)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  l2-head         pic x(132)      value
         "Head Off Branch   Name                                 Balance   Group Limit".
*>
 01  line-3.
     03  l3-head         pic x(9).
     03  l3-cust         pic x(9).
     03  l3-name         pic x(31).
     03  l3-balance      pic z(8)9.99cr.
     03  filler          pic x(2)        value spaces.
     03  l3-limit        pic z(7)9       blank when zero.
     03  filler          pic x(2)        value spaces.
     03  l3-flag         pic x(24).
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
     move     Print-Spool-Name to PSN.
*>
     open     i-o Cust-Group-File.
     if       WS-CG-Status not = zero
              open  output Cust-Group-File
              close Cust-Group-File
              open  i-o    Cust-Group-File.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Customer Groups" at 0133 with foreground-color 2.
     perform  zz070-Convert-Date.
     display  ws-date at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Branch to Head Office"              at 0811 with foreground-color 2.
     display  "(2)  Group Credit Limit"                 at 0911 with foreground-color 2.
     display  "(3)  List Groups"                        at 1011 with foreground-color 2.
     display  "(X)  Return To Menu"                     at 1211 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Branch
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-Group-Limit
              go to menu-return.
     if       menu-reply = "3"
              perform  da000-List
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    Cust-Group-File.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Branch            section.
*>==============================
*>
*>  Head office blank takes the branch out of its group.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Branch to Head Office" at 0130 with foreground-color 2.
     display  "Branch      [       ]" at 0601 with foreground-color 2.
     display  "Head office [       ]  (blank = not in a group)" at 0901 with foreground-color 2.
*>
     move     spaces to WS-Cust-Hold.
     accept   WS-Cust-Hold at 0614 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Cust-Hold = spaces
              go to ba999-exit.
     perform  ma000-Check-Customer.
     if       WS-Cust-Hold = spaces
              go to ba999-exit.
     display  Sales-Name at 0723 with foreground-color 3.
     move     WS-Cust-Hold to WS-Branch.
*>
     perform  mb000-Has-Branches.
     if       WS-Has-Branches = "Y"
              display SL336 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ba999-exit.
*>
     move     WS-Branch to CG-Customer.
     move     spaces to WS-Old-Parent.
     read     Cust-Group-File
              invalid key
              move spaces to CG-Parent
     end-read
     if       WS-CG-Status = zero
              move CG-Parent to WS-Old-Parent.
     if       WS-Old-Parent = WS-Branch
              move spaces to WS-Old-Parent.
     move     WS-Old-Parent to WS-Cust-Hold.
     accept   WS-Cust-Hold at 0914 with foreground-color 3 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     if       WS-Cust-Hold = spaces
              go to ba050-Remove.
     if       WS-Cust-Hold = WS-Branch
              display SL337 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ba999-exit.
     perform  ma000-Check-Customer.
     if       WS-Cust-Hold = spaces
              go to ba999-exit.
     display  Sales-Name at 1023 with foreground-color 3.
     move     WS-Cust-Hold to WS-Head.
*>
*>  Head office must be at the top - not a branch of anyone else.
*>
     move     WS-Head to CG-Customer.
     read     Cust-Group-File
              invalid key
              go to ba020-New-Head
     end-read
     if       CG-Parent not = WS-Head
              display SL335 at 2301 with foreground-color 4 highlight
              display CG-Parent at 2347 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ba999-exit.
     go       to ba030-Confirm.
*>
 ba020-New-Head.
     move     spaces  to Cust-Group-Record.
     move     WS-Head to CG-Customer CG-Parent.
     move     zero    to CG-Group-Limit.
     write    Cust-Group-Record.
*>
 ba030-Confirm.
     display  "OK to save (Y/N) ? [Y]" at 1301 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 1321 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to ba999-exit.
     move     WS-Branch to CG-Customer.
     read     Cust-Group-File
              invalid key
              move spaces    to Cust-Group-Record
              move WS-Branch to CG-Customer
              move WS-Head   to CG-Parent
              move zero      to CG-Group-Limit
              write Cust-Group-Record
              go to ba999-exit
     end-read
     move     WS-Head to CG-Parent.
     move     zero    to CG-Group-Limit.
     rewrite  Cust-Group-Record.
     go       to ba999-exit.
*>
 ba050-Remove.
     if       WS-Old-Parent = spaces
              go to ba999-exit.
     display  "Remove from group (Y/N) ? [N]" at 1301 with foreground-color 2.
     move     "N" to ws-reply.
     accept   ws-reply at 1328 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to ba999-exit.
     move     WS-Branch to CG-Customer.
     delete   Cust-Group-File record.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Group-Limit       section.
*>==============================
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Group Credit Limit" at 0131 with foreground-color 2.
     display  "Head office [       ]" at 0601 with foreground-color 2.
     display  "Group limit [        ]  (zero = none)" at 0901 with foreground-color 2.
*>
     move     spaces to WS-Cust-Hold.
     accept   WS-Cust-Hold at 0614 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Cust-Hold = spaces
              go to ca999-exit.
     perform  ma000-Check-Customer.
     if       WS-Cust-Hold = spaces
              go to ca999-exit.
     display  Sales-Name at 0723 with foreground-color 3.
     move     WS-Cust-Hold to WS-Head.
*>
     move     WS-Head to CG-Customer.
     read     Cust-Group-File
              invalid key
              move spaces  to Cust-Group-Record
              move WS-Head to CG-Customer CG-Parent
              move zero    to CG-Group-Limit
     end-read
     if       CG-Parent not = WS-Head
              display SL335 at 2301 with foreground-color 4 highlight
              display CG-Parent at 2347 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ca999-exit.
     move     CG-Group-Limit to WS-Limit-In.
     accept   WS-Limit-In at 0914 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ca999-exit.
     move     WS-Limit-In to CG-Group-Limit.
     if       WS-CG-Status = zero
              rewrite Cust-Group-Record
     else
              write   Cust-Group-Record.
*>
 ca999-exit.
     exit     section.
*>
 da000-List              section.
*>==============================
*>
*>  By head office, each member's balance and the group total
*>   against the group limit.
*>
     move     zero to page-nos WS-Group-Cnt WS-Group-Bal WS-Group-Limit.
     move     99   to line-cnt.
     move     spaces to WS-Last-Parent.
     open     output print-file.
     perform  Sales-Open-Input.
*>
     move     low-values to CG-Parent.
     start    Cust-Group-File key not < CG-Parent
              invalid key
              go to da900-End
     end-start.
*>
 da010-Next.
     read     Cust-Group-File next record
              at end
              go to da900-End
     end-read
     if       CG-Parent not = WS-Last-Parent
              perform db000-Group-Total
              move CG-Parent to WS-Last-Parent
              move zero to WS-Group-Bal WS-Group-Limit WS-Group-Cnt.
     if       CG-Customer = CG-Parent
              move CG-Group-Limit to WS-Group-Limit.
     move     CG-Customer to WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Read-Indexed.
     if       fs-reply not = zero
              move spaces to Sales-Name
              move zero to Sales-Current Sales-Unapplied.
     subtract Sales-Unapplied from Sales-Current giving WS-Balance.
*>
     move     spaces to line-3.
     if       WS-Group-Cnt = zero
              move CG-Parent to l3-head.
     move     CG-Customer to l3-cust.
     move     Sales-Name  to l3-name.
     move     WS-Balance  to l3-balance.
     if       CG-Customer = CG-Parent
              move "Head office" to l3-flag.
     if       line-cnt > Page-Lines - 3
              perform zb000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
     add      1 to WS-Group-Cnt.
     add      WS-Balance to WS-Group-Bal.
     go       to da010-Next.
*>
 da900-End.
     perform  db000-Group-Total.
     perform  Sales-Close.
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>
 da999-exit.
     exit     section.
*>
 db000-Group-Total       section.
*>==============================
*>
     if       WS-Group-Cnt = zero
              go to db999-exit.
     move     spaces to line-3.
     move     "  Group total" to l3-name.
     move     WS-Group-Bal   to l3-balance.
     move     WS-Group-Limit to l3-limit.
     if       WS-Group-Limit not = zero
          and WS-Group-Bal > WS-Group-Limit
              move "** OVER GROUP LIMIT **" to l3-flag.
     write    print-record from line-3 after 1.
     move     spaces to print-record.
     write    print-record after 1.
     add      2 to line-cnt.
*>
 db999-exit.
     exit     section.
*>
 ma000-Check-Customer    section.
*>==============================
*>
*>  WS-Cust-Hold spaces on return if not on the sales file.
*>
     move     WS-Cust-Hold to WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Open-Input.
     perform  Sales-Read-Indexed.
     perform  Sales-Close.
     if       fs-reply not = zero
              display SL324 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              display " " at 2301 with erase eos
              move spaces to WS-Cust-Hold.
*>
 ma999-exit.
     exit     section.
*>
 mb000-Has-Branches      section.
*>==============================
*>
*>  Y if WS-Branch heads a group with other members.
*>
     move     "N" to WS-Has-Branches.
     move     WS-Branch to CG-Parent.
     start    Cust-Group-File key not < CG-Parent
              invalid key
              go to mb999-exit
     end-start.
*>
 mb010-Next.
     read     Cust-Group-File next record
              at end
              go to mb999-exit
     end-read
     if       CG-Parent not = WS-Branch
              go to mb999-exit.
     if       CG-Customer = WS-Branch
              go to mb010-Next.
     move     "Y" to WS-Has-Branches.
*>
 mb999-exit.
     exit     section.
*>
 zb000-Headings          section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     write    print-record from line-1 after page.
     write    print-record from line-2 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     4 to line-cnt.
*>
 zb999-exit.
     exit     section.
*>
 zz070-Convert-Date        section.
*>********************************
*>
*>  Converts date in to-day to UK/USA/Intl date format
*>****************************************************
*> Input:   to-day
*> output:  ws-date as uk/US/Inlt date format
*>
     move     to-day to ws-date.
*>
     if       Date-Form = zero
              move 1 to Date-Form.
     if       Date-UK
              go to zz070-Exit.
     if       Date-USA                *> swap month and days
              move ws-days to ws-swap
              move ws-month to ws-days
              move ws-swap to ws-month
              go to zz070-Exit.
*>
*> So its International date format
*>
     move     "ccyy/mm/dd" to ws-date.  *> swap Intl to UK form
     move     to-day (7:4) to ws-Intl-Year.
     move     to-day (4:2) to ws-Intl-Month.
     move     to-day (1:2) to ws-Intl-Days.
*>
 zz070-Exit.
     exit     section.
*>
 copy "Proc-ACAS-FH-Calls.cob".
*>
