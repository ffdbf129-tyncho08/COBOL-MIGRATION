       >>source free
*>*********************************************
*>                                            *
*>       Credit Note Approval                 *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         sl947.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Credit note approval (fdcrauth.cob).
*>                        sl910 parks a credit note awaiting approval
*>                        when its value is over the threshold held
*>                        here, or when no sl911 RMA was quoted for
*>                        it, and sl060 will not post a parked note
*>                        until it is approved.  This program:
*>                        Approves or rejects the waiting notes one at
*>                        a time - the approver signs on with a Users
*>                        File (sys003) Id and password and must hold
*>                        the Admin role; the user who raised a note
*>                        cannot approve it.  Every decision records
*>                        who made it, when and the reason given.
*>                        Sets the approval threshold (zero = value
*>                        alone never parks a note), same sign on.
*>                        Prints the weekly report of credit notes
*>                        approved and rejected in the week and all
*>                        those still waiting, with their age.
*>                        A rejected note takes back out the stock
*>                        sl910 put in for it and comes off the
*>                        invoice file, as sl940 for a deletion;
*>                        sl055 never extracts a note while parked.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     Maps04.
*>                        maps01 (legacy password compare).
*>                        maps06 (password hash).
*>                        acas010 (Stock Audit).
*>                        acas011 (Stock).
*>                        acas012 (Sales).
*>                        acas016 (Invoice).
*>                        st022  Cost layers.
*>                        st071  Kit components.
*>**
*>    Error messages used.
*>                        SL003
*>                        SL344    Not authorised.
*>                        SL345    No credit notes awaiting approval.
*>                        SL346    Reason must be given.
*>                        SL347    Raiser cannot approve.
*>                        SL190    Error on writing audit record.
*>                        SL191    Error on stock rec. rewrite.
*>                        SL194    Invoice / stock item not found.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for credit note approval.
*> 15/10/26 vbc - .01 Rejecting a note reverses its stock movement
*>                    (audited under the credit note number, kits by
*>                    their components, FIFO layers kept) and deletes
*>                    it from the invoice file unless sl055 already
*>                    has it.  The number is not offered for re-use,
*>                    this file keeps the decision under it.
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
 copy "selcrauth.cob".
 copy "selusers.cob".
 copy "selprint.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdcrauth.cob".
 copy "fdusers.cob".
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL947 (3.02.01)".
 77  Exception-Msg       pic x(25) value spaces.
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsmaps01.cob".
 copy "wslogin.cob".
 copy "wsfnctn.cob".
 copy "wssl.cob".
 copy "slwsinv.cob" replacing Invoice-Line by Invoice-Lines. *> header and 40 lines table
 copy "slwsinv2.cob".
 01  WS-Invoice-Record  redefines Invoice-Record
                                pic x(137).
 copy "wsaudit.cob".
 copy "wsstock.cob".
 copy "wscost.cob".      *> st022 layer engine call block.
 copy "wskit.cob".       *> st071 kit components call block.
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
*>     03  WS-Stock-Audit-Record  pic x.
*>     03  WS-Stock-Record        pic x.
*>     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  WS-Analysis-Record     pic x.
     03  WS-Del-Inv-Nos-Record  pic x.
     03  WS-Purch-Record        pic x.
     03  WS-Pay-Record          pic x.
*>     03  WS-Invoice-Record      pic x.
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
     03  WS-CA-Status    pic 99           value zero.
     03  WS-Signed-On    pic x            value "N".
     03  WS-Approver     pic x(8)         value spaces.
     03  WS-Approver-Name pic x(30)       value spaces.
     03  WS-Pw-In        pic x(16)        value spaces.
     03  WS-Auth         pic x            value space.
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-From-Bin     binary-long      value zero.
     03  WS-To-Bin       binary-long      value zero.
     03  WS-Age          pic s9(5)        value zero.
     03  WS-Threshold-In pic 9(7)v99      value zero.
     03  WS-Reason       pic x(40)        value spaces.
     03  WS-Pass         pic 9            value zero.
     03  WS-Count        pic 9(5)         value zero.
     03  WS-Waiting-Cnt  pic 9(5)         value zero.
     03  WS-Total        pic s9(9)v99  comp-3  value zero.
     03  WS-Week-End     pic x(10)        value spaces.
     03  display-9       pic z(6)9.99.
     03  display-8       pic z(7)9.
     03  display-5       pic zzzz9.
     03  j               pic 99           value zero.
     03  WS-Inv-Month.
         05  WS-Inv-Mth  pic 99.
     03  WS-Temp-Stock-Key                value spaces.
         05  WS-Abrev-Stock   pic x(7).
         05  WS-Stock-No-Long pic x(6).
*>
 01  WS-Kit-Data.
     03  WS-Kit-Ndx          pic 99          value zero.
     03  WS-Kit-Product      pic x(13)       value spaces.
     03  WS-Kit-Desc         pic x(32)       value spaces.
     03  WS-Kit-Qty          binary-long     value zero.
*>
 01  ws-Test-Date            pic x(10).
 01  ws-date-formats.
     03  ws-swap             pic xx.
     03  ws-Conv-Date        pic x(10).
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
     03  SL006          pic x(43) value "SL006 Note Details & Hit Return to continue".
     03  SL190          pic x(35) value "SL190 Error on Writing Audit record".
     03  SL191          pic x(33) value "SL191 Error on Stock rec. Rewrite".
     03  SL194          pic x(24) value "SL194 Invoice Not Found".
     03  SL344          pic x(58) value "SL344 Not authorised - needs an active Admin user (sys003)".
     03  SL345          pic x(39) value "SL345 No credit notes awaiting approval".
     03  SL346          pic x(38) value "SL346 A reason must be given for this".
     03  SL347          pic x(60) value "SL347 You raised this credit note - another user must decide".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(50)       value spaces.
     03  filler          pic x(26)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  l2-head         pic x(132)      value spaces.
*>
 01  line-3.
     03  l3-invoice      pic z(7)9.
     03  filler          pic x(2)        value spaces.
     03  l3-cust         pic x(8).
     03  l3-name         pic x(15).
     03  l3-amount       pic z(6)9.99.
     03  filler          pic x(2)        value spaces.
     03  l3-rma          pic z(7)9       blank when zero.
     03  filler          pic x           value space.
     03  l3-why          pic x(7).
     03  l3-raised       pic x(11).
     03  l3-decided      pic x(11).
     03  l3-by           pic x(9).
     03  l3-reason       pic x(40).
*>
 01  line-4.
     03  l4-head         pic x(60)       value spaces.
*>
 01  line-6.
     03  l6-head         pic x(40).
     03  l6-count        pic zz,zz9.
     03  filler          pic x(4)        value spaces.
     03  l6-amount       pic z(8)9.99.
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
     move     to-day to u-date.
     move     zero to u-bin.
     perform  maps04.
     move     u-bin to WS-Today-Bin.
*>
     open     i-o Credit-Auth-File.
     if       WS-CA-Status not = zero
              open  output Credit-Auth-File
              close Credit-Auth-File
              open  i-o    Credit-Auth-File.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Credit Note Approval" at 0129 with foreground-color 2.
     perform  zz070-Convert-Date.
     display  ws-date at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Approve / Reject Credit Notes"      at 0811 with foreground-color 2.
     display  "(2)  Approval Threshold"                 at 0911 with foreground-color 2.
     display  "(3)  Weekly Approvals Report"            at 1011 with foreground-color 2.
     display  "(X)  Return To Menu"                     at 1211 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-Approve
              go to menu-return.
     if       menu-reply = "2"
              perform  ca000-Threshold
              go to menu-return.
     if       menu-reply = "3"
              perform  da000-Weekly-Report
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    Credit-Auth-File.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Approve           section.
*>==============================
*>
*>  Walks the waiting credit notes in number order.  S skips one to
*>   be decided later, Q or Escape stops.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Approve / Reject Credit Notes" at 0129 with foreground-color 2.
     perform  ma000-Sign-On.
     if       WS-Signed-On not = "Y"
              go to ba999-exit.
     move     zero to WS-Waiting-Cnt.
     move     "N"  to CA-Type.
     move     zero to CA-Invoice.
     start    Credit-Auth-File key not < CA-Key
              invalid key
              go to ba900-End
     end-start.
*>
 ba010-Next.
     read     Credit-Auth-File next record
              at end
              go to ba900-End
     end-read
     if       not CA-Credit
              go to ba900-End.
     if       not CA-Waiting
              go to ba010-Next.
     add      1 to WS-Waiting-Cnt.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Approve / Reject Credit Notes" at 0129 with foreground-color 2.
     display  "Approver" at 0171 with foreground-color 2.
     display  WS-Approver at 0201 with foreground-color 3.
     display  WS-Approver-Name at 0211 with foreground-color 3.
     move     CA-Customer to WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Open-Input.
     perform  Sales-Read-Indexed.
     if       fs-reply not = zero
              move spaces to Sales-Name.
     perform  Sales-Close.
*>
     move     CA-Invoice to display-8.
     display  "Credit note      " at 0501 with foreground-color 2.
     display  display-8 at 0518 with foreground-color 3.
     display  "Customer         " at 0601 with foreground-color 2.
     display  CA-Customer at 0618 with foreground-color 3.
     display  Sales-Name at 0627 with foreground-color 3.
     move     CA-Amount to display-9.
     display  "Gross value      " at 0701 with foreground-color 2.
     display  display-9 at 0718 with foreground-color 3.
     display  "RMA quoted       " at 0801 with foreground-color 2.
     if       CA-RMA = zero
              display "None" at 0818 with foreground-color 3
     else
              move CA-RMA to display-8
              display display-8 at 0818 with foreground-color 3.
     display  "Parked because   " at 0901 with foreground-color 2.
     if       CA-Why-Value
              display "Over the approval threshold" at 0918 with foreground-color 3.
     if       CA-Why-No-RMA
              display "No RMA quoted" at 0918 with foreground-color 3.
     if       CA-Why-Both
              display "Over the threshold and no RMA quoted" at 0918 with foreground-color 3.
     move     CA-Raised-Date to u-bin.
     perform  zz060-Convert-Date.
     display  "Raised on / by   " at 1001 with foreground-color 2.
     display  ws-date at 1018 with foreground-color 3.
     display  CA-Raised-By at 1030 with foreground-color 3.
*>
 ba020-Decide.
     display  "A = Approve, R = Reject, S = Skip, Q = Quit  [ ]" at 1201 with foreground-color 2.
     move     "S" to ws-reply.
     accept   ws-reply at 1248 with foreground-color 6 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or ws-reply = "Q"
              go to ba999-exit.
     if       ws-reply = "S"
              go to ba010-Next.
     if       ws-reply not = "A" and not = "R"
              go to ba020-Decide.
     if       WS-Approver = CA-Raised-By (1:8)
           or (WS-Approver-Name not = spaces
               and WS-Approver-Name = CA-Raised-By)
              display SL347 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  menu-reply at 2430
              display " " at 2301 with erase eos
              go to ba010-Next.
*>
 ba030-Reason.
     display  "Reason [                                        ]" at 1401 with foreground-color 2.
     move     spaces to WS-Reason.
     accept   WS-Reason at 1409 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba020-Decide.
     if       WS-Reason = spaces
              display SL346 at 2301 with foreground-color 4 highlight
              go to ba030-Reason.
     display  " " at 2301 with erase eol.
*>
     move     ws-reply     to CA-Status.
     move     WS-Approver  to CA-Decided-By.
     move     WS-Today-Bin to CA-Decided-Date.
     accept   CA-Decided-Time from time.
     move     WS-Reason    to CA-Reason.
     rewrite  Credit-Auth-Record.
     if       CA-Rejected
              perform ea000-Reverse-Credit.
     go       to ba010-Next.
*>
 ba900-End.
     if       WS-Waiting-Cnt = zero
              display SL345 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Threshold         section.
*>==============================
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Credit Note Approval Threshold" at 0129 with foreground-color 2.
     perform  ma000-Sign-On.
     if       WS-Signed-On not = "Y"
              go to ca999-exit.
*>
     move     "0"  to CA-Type.
     move     zero to CA-Invoice.
     read     Credit-Auth-File
              invalid key
              move spaces to CA-Control-Data
              move zero   to CAC-Threshold CAC-Set-Date
              write Credit-Auth-Record
     end-read
*>
     display  "Credit notes over     [          ]  need approving (zero = no value test)"
                                                      at 0701 with foreground-color 2.
     display  "Credit notes with no RMA quoted always need approving."
                                                      at 0901 with foreground-color 2.
     if       CAC-Set-Date not = zero
              move CAC-Set-Date to u-bin
              perform zz060-Convert-Date
              display "Last set on" at 1101 with foreground-color 2
              display ws-date at 1113 with foreground-color 3
              display "by" at 1124 with foreground-color 2
              display CAC-Set-By at 1127 with foreground-color 3.
     move     CAC-Threshold to WS-Threshold-In.
     accept   WS-Threshold-In at 0724 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ca999-exit.
*>
     display  "OK to save (Y/N) ? [Y]" at 1401 with foreground-color 2.
     move     "Y" to ws-reply.
     accept   ws-reply at 1421 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
              go to ca999-exit.
     move     WS-Threshold-In to CAC-Threshold.
     move     WS-Approver     to CAC-Set-By.
     move     WS-Today-Bin    to CAC-Set-Date.
     rewrite  Credit-Auth-Record.
*>
 ca999-exit.
     exit     section.
*>
 da000-Weekly-Report     section.
*>==============================
*>
*>  Three passes over the file - approved in the week, rejected in
*>   the week, then every note still waiting with its age in days.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Weekly Credit Note Approvals Report" at 0129 with foreground-color 2.
     display  "Week ending [          ]" at 0701 with foreground-color 2.
*>
 da005-Get-Date.
     perform  zz070-Convert-Date.
     accept   ws-date at 0714 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to da999-exit.
     move     ws-date to ws-Test-Date WS-Week-End.
     perform  zz050-Validate-Date.
     if       u-bin = zero
              go to da005-Get-Date.
     move     u-bin to WS-To-Bin.
     subtract 6 from WS-To-Bin giving WS-From-Bin.
*>
     move     spaces to l1-title.
     string   "Credit Note Approvals - Week Ending " WS-Week-End
              delimited by size into l1-title.
     move     "Credit No Customer                    Gross       RMA Why    Raised     Decided    By       Reason"
                                                               to l2-head.
     move     zero to page-nos.
     move     99   to line-cnt.
     open     output print-file.
     perform  zb000-Headings.
     perform  Sales-Open-Input.
     move     1 to WS-Pass.
*>
 da010-Pass.
     move     zero to WS-Count WS-Total.
     move     spaces to line-4.
     if       WS-Pass = 1
              move "Approved this week" to l4-head.
     if       WS-Pass = 2
              move "Rejected this week" to l4-head.
     if       WS-Pass = 3
              move "Still awaiting approval" to l4-head.
     if       line-cnt > Page-Lines - 4
              perform zb000-Headings.
     write    print-record from line-4 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     add      3 to line-cnt.
     move     "N"  to CA-Type.
     move     zero to CA-Invoice.
     start    Credit-Auth-File key not < CA-Key
              invalid key
              go to da800-Pass-End
     end-start.
*>
 da020-Next.
     read     Credit-Auth-File next record
              at end
              go to da800-Pass-End
     end-read
     if       not CA-Credit
              go to da800-Pass-End.
     if       WS-Pass = 1
         and  not CA-Approved
              go to da020-Next.
     if       WS-Pass = 2
         and  not CA-Rejected
              go to da020-Next.
     if       WS-Pass = 3
         and  not CA-Waiting
              go to da020-Next.
     if       WS-Pass < 3
         and  (CA-Decided-Date < WS-From-Bin
           or  CA-Decided-Date > WS-To-Bin)
              go to da020-Next.
*>
     move     CA-Customer to WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Read-Indexed.
     if       fs-reply not = zero
              move spaces to Sales-Name.
     move     spaces      to line-3.
     move     CA-Invoice  to l3-invoice.
     move     CA-Customer to l3-cust.
     move     Sales-Name  to l3-name.
     move     CA-Amount   to l3-amount.
     move     CA-RMA      to l3-rma.
     if       CA-Why-Value
              move "Value" to l3-why.
     if       CA-Why-No-RMA
              move "No RMA" to l3-why.
     if       CA-Why-Both
              move "Both" to l3-why.
     move     CA-Raised-Date to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l3-raised.
     if       WS-Pass < 3
              move CA-Decided-Date to u-bin
              perform zz060-Convert-Date
              move ws-date       to l3-decided
              move CA-Decided-By to l3-by
              move CA-Reason     to l3-reason
     else
              move CA-Raised-By  to l3-by
              subtract CA-Raised-Date from WS-To-Bin giving WS-Age
              move WS-Age to display-5
              string "Waiting " display-5 " days"
                     delimited by size into l3-reason
     end-if
     if       line-cnt > Page-Lines - 3
              perform zb000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
     add      1 to WS-Count.
     add      CA-Amount to WS-Total.
     go       to da020-Next.
*>
 da800-Pass-End.
     move     spaces to line-6.
     move     "  Credit notes, total gross value" to l6-head.
     move     WS-Count to l6-count.
     move     WS-Total to l6-amount.
     write    print-record from line-6 after 2.
     add      2 to line-cnt.
     add      1 to WS-Pass.
     if       WS-Pass < 4
              go to da010-Pass.
*>
     perform  Sales-Close.
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>
 da999-exit.
     exit     section.
*>
 ea000-Reverse-Credit    section.
*>==============================
*>
*>  The note just rejected in CA-Invoice.  sl910 took its goods back
*>   into stock when it was raised - they go out again here, line by
*>   line as sl940 does for a deleted note.  Still unextracted (sl055
*>   passes it by while parked) it is then deleted from the invoice
*>   file; one sl055 had before parking began stays for sl060 to drop.
*>
     perform  Invoice-Open.
     if       fs-reply not = zero
              perform Invoice-Close
              go to ea999-exit.
     move     CA-Invoice to invoice-nos.
     move     zero to item-nos.
     perform  Invoice-Read-Indexed.
     if       fs-reply not = zero
              perform Eval-Status
              display SL194         at 2301 with foreground-color 4 erase eol
              display CA-Invoice    at 2326 with foreground-color 3
              display exception-msg at 2336 with foreground-color 3
              display SL003         at 2401 with foreground-color 2
              accept  ws-reply      at 2430
              display " "           at 2301 with erase eos
              perform Invoice-Close
              go to ea999-exit.
     move     WS-Invoice-Record to SInvoice-Header.
     if       sih-type not = 3
              perform Invoice-Close
              go to ea999-exit.
*>
     move     sih-date to u-bin.
     perform  zz060-Convert-Date.               *> u-date dd/mm/ccyy
     move     u-date (4:2) to WS-Inv-Month.
     perform  zz070-Convert-Date.               *> audit date, today
     if       SL-Stock-Link = "Y"
              perform  Stock-Open
              perform  Stock-Audit-Open
              move     zero to j
              perform  eb000-Reverse-Line sih-lines times
              perform  Stock-Close
              perform  Stock-Audit-Close
              set      Cost-Close to true
              call     "st022" using WS-Cost-Call file-defs
              set      Kit-Close to true
              call     "st071" using WS-Kit-Call system-record file-defs.
*>
     if       sih-status = "Z" or "z"
              go to ea900-Close.
     move     sih-invoice to invoice-nos.
     move     zero to item-nos.
     if       not FS-Cobol-Files-Used
              perform Invoice-Delete-All
              go to ea900-Close.
     perform  Invoice-Delete.                   *> header
     move     zero to j.
*>
 ea010-Delete-Line.
     if       j not < sih-lines
              go to ea900-Close.
     add      1 to j.
     move     sih-invoice to invoice-nos.
     move     j to item-nos.
     perform  Invoice-Delete.
     go       to ea010-Delete-Line.
*>
 ea900-Close.
     perform  Invoice-Close.
*>
 ea999-exit.
     exit     section.
*>
 eb000-Reverse-Line      section.
*>==============================
*>
     add      1 to j.
     move     sih-invoice to invoice-nos.
     move     j to item-nos.
     perform  Invoice-Read-Indexed.
     if       fs-reply not = zero
              go to eb999-exit.
     move     WS-Invoice-Record to Invoice-Lines (j).
     if       sil-product (j) (1:1) = "/"          *> comment only
           or sil-product (j) = spaces
           or sil-Back-Ordered (j) = "D"           *> drop-ship, no stock moved
              go to eb999-exit.
     if       sil-Back-Ordered (j) = "K"           *> kit, components moved
              perform ec000-Explode-Kit
     else
              perform ee000-Stock-n-Audit.
*>
 eb999-exit.
     exit     section.
*>
 ec000-Explode-Kit       section.
*>==============================
*>
*>  Kit line j: each component in turn stands in for the line so
*>   ee000 takes it back out, as sl910 put it in.
*>
     move     sil-product (j)     to WS-Kit-Product WS-Temp-Stock-Key.
     move     sil-description (j) to WS-Kit-Desc.
     move     sil-qty (j)         to WS-Kit-Qty.
     if       WS-Stock-No-Long = spaces
              move WS-Abrev-Stock to WS-Stock-Abrev-Key
              move 2 to File-Key-No
     else
              move WS-Temp-Stock-Key to WS-Stock-Key
              move 1 to File-Key-No
     end-if
     perform  Stock-Read-Indexed.
     if       fs-reply not = zero
              perform Eval-Status
              display SL194           at 2301 with foreground-color 4 erase eol
              display WS-Kit-Product  at 2326 with foreground-color 3
              display exception-msg   at 2340 with foreground-color 3
              display SL006           at 2401 with foreground-color 2
              accept  ws-reply        at 2445
              display " "             at 2301 with erase eos
              go to ec999-exit.
     move     WS-Stock-Key to Kit-Stock-Key.
     set      Kit-Explode to true.
     call     "st071" using WS-Kit-Call system-record file-defs.
     perform  ed000-Kit-Component varying WS-Kit-Ndx from 1 by 1
                                    until WS-Kit-Ndx > Kit-Count.
*>
 ec999-exit.
     exit     section.
*>
 ed000-Kit-Component     section.
*>==============================
*>
     if       Kit-Comp-Key (WS-Kit-Ndx) (8:6) = spaces
              move Kit-Comp-Abrev (WS-Kit-Ndx) to sil-product (j)
     else
              move Kit-Comp-Key   (WS-Kit-Ndx) to sil-product (j).
     move     Kit-Comp-Desc (WS-Kit-Ndx) to sil-description (j).
     compute  sil-qty (j) = WS-Kit-Qty * Kit-Comp-Qty (WS-Kit-Ndx).
     perform  ee000-Stock-n-Audit.
*>
 ed999-exit.
     exit     section.
*>
 ee000-Stock-n-Audit     section.
*>==============================
*>
*>  Line j of the rejected note - the reverse of sl910 for a credit
*>   note: the quantity comes off Stock-Held, counts as a deduction
*>   for the note's month and is audited as type 5 against it.
*>
     initialize WS-Stock-Audit-Record.
     move     5                   to Audit-Type.
     move     zero                to Audit-Reverse-Transaction.
     move     Sih-Invoice         to Audit-Invoice-PO.
     move     Sih-Cr              to Audit-Cr-for-Invoice.
     move     ws-date             to Audit-Process-Date.
     move     Sil-Product (j)     to Audit-Stock-Key
                                     WS-Temp-Stock-Key.
     move     Sil-Description (j) to Audit-Desc.
     move     Sil-Qty (j)         to Audit-Transaction-Qty.
     move     zero                to Audit-Unit-Cost.
     move     Stk-Audit-No        to Audit-No.
*>
     if       WS-Stock-No-Long = spaces
              move WS-Abrev-Stock to WS-Stock-Abrev-Key
              move 2 to File-Key-No
     else
              move WS-Temp-Stock-Key to WS-Stock-Key
              move 1 to File-Key-No
     end-if
     perform  Stock-Read-Indexed.
     if       fs-reply not = zero
              perform Eval-Status
              display SL194           at 2301 with foreground-color 4 erase eol
              display Sil-Product (j) at 2326 with foreground-color 3
              display exception-msg   at 2340 with foreground-color 3
              display SL006           at 2401 with foreground-color 2
              accept  ws-reply        at 2445
              display " "             at 2301 with erase eos
              go to ee999-exit.
*>
     if       Stock-Services-Flag not = "Y"
              compute  Audit-Stock-Value-Change = Audit-Transaction-Qty
                                    * Stock-Cost * -1
              subtract Audit-Transaction-Qty from Stock-Held
              if       Stock-Held < zero
                       multiply -1 by Stock-Held
                       add Stock-Held to Stock-Pre-Sales
                       move zero to Stock-Held
              end-if
              if       Stock-Held > zero
                       multiply Stock-Held by Stock-Cost giving Stock-Value
              else
                       move zero to Stock-Value
              end-if
     end-if
*>
     if       Costing-FIFO
        and   Stock-Services-Flag not = "Y"
        and   Audit-Transaction-Qty not = zero
              move WS-Stock-Key to Cost-Stock-Key
              set  Cost-Consume to true
              move Audit-Transaction-Qty to Cost-Qty
              call "st022" using WS-Cost-Call file-defs
              set  Cost-Value-Item to true
              call "st022" using WS-Cost-Call file-defs
              move Cost-Value to Stock-Value
              if   Stock-Held not = zero
                   compute Stock-Cost rounded = Cost-Value / Stock-Held
              end-if
     end-if
*>
     if       WS-Inv-Mth not < 1 and not > 12
              add Audit-Transaction-Qty to Stock-Deducts
              add Audit-Transaction-Qty to Stock-TD-Deds (WS-Inv-Mth).
*>
     move     1 to File-Key-No.
     perform  Stock-Rewrite.
     if       fs-reply not = zero
              perform Eval-Status
              display SL191           at 2301 with foreground-color 4 erase eol
              display fs-reply        at 2335 with foreground-color 3
              display exception-msg   at 2338 with foreground-color 3
              display SL006           at 2401 with foreground-color 2
              accept  ws-reply        at 2445
              display " "             at 2301 with erase eos.
*>
     if       Stk-Audit-Used = 1
              move zero to Stk-Activity-Rep-Run     *> need to run audit report
              perform  Stock-Audit-Write
              if       fs-reply not = zero
                       perform Eval-Status
                       display SL190         at 2301 with foreground-color 4 erase eol
                       display fs-reply      at 2337 with foreground-color 3
                       display exception-msg at 2340 with foreground-color 3
                       display SL006         at 2401 with foreground-color 2
                       accept  ws-reply      at 2445
                       display " "           at 2301 with erase eos
              end-if
     end-if.
*>
 ee999-exit.
     exit     section.
*>
 Eval-Status  section.
*>===================
*>
     move     spaces to exception-msg.
 copy "FileStat-Msgs.cpy"  replacing STATUS by fs-reply
                                     msg    by exception-msg.
*>
 main-exit.   exit section.
*>************************
*>
 ma000-Sign-On           section.
*>==============================
*>
*>  Once per run - Id + password against the Users-File, the role
*>   must be Admin.  Hashed passwords go through maps06, ones not yet
*>   changed since hashing came in through maps01, as the sign on
*>   does.  A missing Users-File (sys003 never run) lets the keyed
*>   Id stand, as the sign on and the sl910 supervisor checks do.
*>
     if       WS-Signed-On = "Y"
              go to ma999-exit.
     display  "Approver Id [        ]  Password [                ]"
                     at 0401 with foreground-color 2.
     move     spaces to WS-Approver WS-Pw-In WS-Approver-Name.
     accept   WS-Approver at 0414 with foreground-color 3 UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Approver = spaces
              go to ma999-exit.
     accept   WS-Pw-In at 0435 with foreground-color 3.
     display  " " at 0401 with erase eol.
*>
     move     "B" to WS-Auth.
     open     input Users-File.
     if       fs-reply not = zero
              move "Y" to WS-Signed-On
              go to ma999-exit.
     move     WS-Approver to Users-Id.
     read     Users-File record invalid key
              close Users-File
              go to ma900-Refused
     end-read
     if       Users-Pass-Hash not = spaces
              move WS-Pw-In to Lg-Pw-In
              set  Lg-Fn-Hash to true
              call "maps06" using Login-Call-Block file-defs
              if   Lg-Hash-Out = Users-Pass-Hash
                   move space to WS-Auth
              end-if
     else
              move WS-Pw-In (1:4) to pass-word of maps01-ws
              set  pass to true
              call "maps01" using maps01-ws
              if   pass-word of maps01-ws = Users-Password
                   move space to WS-Auth
              end-if
     end-if
     if       not Users-Admin
           or not Users-Is-Active
           or Users-Locked
              move "B" to WS-Auth.
     move     Users-Name to WS-Approver-Name.
     close    Users-File.
     if       WS-Auth = space
              move "Y" to WS-Signed-On
              go to ma999-exit.
*>
 ma900-Refused.
     display  SL344 at 2301 with foreground-color 4 highlight.
     display  SL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
     move     spaces to WS-Approver WS-Approver-Name.
*>
 ma999-exit.
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
 zz050-Validate-Date        section.
*>*********************************
*>
*>  Converts USA/Intl to UK date format for processing.
*>*******************************
*> Input:   ws-test-date
*> output:  u-date/ws-date as uk date format
*>          u-bin not zero if valid date
*>
     move     ws-test-date to ws-date.
     if       Date-Form = zero
              move 1 to Date-Form.
     if       Date-UK
              go to zz050-test-date.
     if       Date-USA                *> swap month and days
              move ws-days to ws-swap
              move ws-month to ws-days
              move ws-swap to ws-month
              go to zz050-test-date.
*>
*> So its International date format
*>
     move     "dd/mm/ccyy" to ws-date.  *> swap Intl to UK form
     move     ws-test-date (1:4) to ws-Year.
     move     ws-test-date (6:2) to ws-Month.
     move     ws-test-date (9:2) to ws-Days.
*>
 zz050-test-date.
     move     ws-date to u-date.
     move     zero to u-bin.
     perform  maps04.
*>
 zz050-exit.
     exit     section.
*>
 zz060-Convert-Date        section.
*>********************************
*>
*>  Converts date in binary to UK/USA/Intl date format
*>****************************************************
*> Input:   u-bin
*> output:  ws-date as uk/US/Inlt date format
*>          u-date & ws-Date = spaces if invalid date
*>
     perform  maps04.
     if       u-date = spaces
              move spaces to ws-Date
              go to zz060-Exit.
     move     u-date to ws-date.
*>
     if       Date-Form = zero
              move 1 to Date-Form.
     if       Date-UK
              go to zz060-Exit.
     if       Date-USA                *> swap month and days
              move ws-days to ws-swap
              move ws-month to ws-days
              move ws-swap to ws-month
              go to zz060-Exit.
*>
*> So its International date format
*>
     move     "ccyy/mm/dd" to ws-date.  *> swap Intl to UK form
     move     u-date (7:4) to ws-Intl-Year.
     move     u-date (4:2) to ws-Intl-Month.
     move     u-date (1:2) to ws-Intl-Days.
*>
 zz060-Exit.
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
 maps04       section.
*>*******************
*>
     call     "maps04"  using  maps03-ws.
*>
 maps04-exit.
     exit     section.
*>
 copy "Proc-ACAS-FH-Calls.cob".
*>
