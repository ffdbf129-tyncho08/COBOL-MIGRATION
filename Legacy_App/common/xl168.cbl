       >>source free
*>*********************************************
*>                                            *
*>     Segregation Of Duties Exceptions       *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         xl168.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Users-File only knows Admin and Standard, so
*>                        whether one person did both halves of a
*>                        control has to be worked out from what they
*>                        actually did.  Over a date range this pulls
*>                        together -
*>                         Batch-User on the GL batches,
*>                         the mdaudit master data change trail,
*>                         the pending bank changes (pl010 / pl934),
*>                         the pl922 payment approvals,
*>                         the gl098 journal approvals and
*>                         the sl947 credit note decisions -
*>                        sorts them by supplier, customer, batch and
*>                        credit note and flags where the same user
*>                        is on both sides :
*>                         bank details keyed, asked for or confirmed
*>                          and a payment to that supplier approved,
*>                         a bank change asked for and confirmed,
*>                         a journal keyed and approved,
*>                         a customer created and its credit notes
*>                          raised or approved,
*>                         a credit note raised and approved.
*>                        The approving half must fall in the range,
*>                        the making half at any time up to its date.
*>                        Then a cross reference of who did what in
*>                        the range, with their exception count.
*>
*>                        The programs record the user differently -
*>                        Usera, the Users-File Id or name, payment
*>                        approver initials - so each is resolved to
*>                        a Users-Id where it matches the Id, the
*>                        name or the first 12 of the name, otherwise
*>                        it is used as recorded.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04.
*>                        acas007 (batch), acas032 (payments) FHs.
*>**
*>    Error messages used.
*>                        XL203    Invalid date.
*>                        XL249    Too many entries for one record.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for the segregation of duties review.
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
 copy "selprint.cob".
 copy "selgja.cob".
 copy "selpbank.cob".
 copy "selusers.cob".
 copy "selcrauth.cob".
*>
     select  MD-Audit-File   assign File-70
                             access               dynamic
                             organization         indexed
                             status               MD-FS
                             record key           MD-Key.
*>
     select  sort-file       assign        file-21,
                             status        ss-reply.
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdprint.cob".
 copy "fdgja.cob".
 copy "fdpbank.cob".
 copy "fdusers.cob".
 copy "fdcrauth.cob".
*>
 fd  MD-Audit-File.
 01  MD-Record.
     03  MD-Key.
         05  MD-Stamp       pic 9(14).          *> ccyymmddhhmmss
         05  MD-Seq         pic 99.
     03  MD-User            pic x(12).
     03  MD-Prog            pic x(8).
     03  MD-File            pic xx.             *> SL PL ST GL SY
     03  MD-Action          pic x.              *> A, C or D
     03  MD-Rec-Key         pic x(20).
     03  MD-Field           pic x(20).
     03  MD-Before          pic x(40).
     03  MD-After           pic x(40).
     03  MD-Sensitive       pic x.
     03  filler             pic x(8).
*>
 sd  sort-file.
*>
 01  sort-record.
     03  srt-class           pic x.          *> B C J N
     03  srt-entity          pic x(12).
     03  srt-date            binary-long.
     03  srt-act             pic xx.
     03  srt-user            pic x(12).
     03  srt-ref             pic x(12).
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "XL168 (3.02.00)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wsbatch.cob".
 copy "wspay.cob".
*>
*> REMARK OUT ANY IN USE
*>
 01  Dummies-4-Unused-ACAS-FH-Calls.      *> Call blk at zz080-ACAS-Calls
     03  Default-Record         pic x.
     03  Final-Record           pic x.
     03  System-Record-4        pic x.
     03  WS-Ledger-Record       pic x.
     03  WS-Posting-Record      pic x.
*>     03  WS-Batch-Record        pic x.
     03  WS-IRS-Posting-Record  pic x.
     03  WS-Stock-Audit-Record  pic x.
     03  WS-Stock-Record        pic x.
     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  WS-Analysis-Record     pic x.
     03  WS-Del-Inv-Nos-Record  pic x.
     03  WS-Purch-Record        pic x.
*>     03  WS-Pay-Record          pic x.
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
     03  ws-reply        pic x.
     03  ss-reply        pic xx           value zeros.
     03  MD-FS           pic xx           value zeros.
     03  WS-CA-Status    pic 99           value zero.
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  WS-Date-8       pic 9(8)         value zero.
     03  WS-From-8       pic 9(8)         value zero.
     03  WS-To-8         pic 9(8)         value zero.
     03  WS-From-Bin     binary-long      value zero.
     03  WS-To-Bin       binary-long      value zero.
     03  WS-Raw-User     pic x(32)        value spaces.
     03  WS-Up-User      pic x(32)        value spaces.
     03  WS-Res-User     pic x(12)        value spaces.
     03  WS-E-Class      pic x            value space.
     03  WS-E-Entity     pic x(12)        value spaces.
     03  WS-E-Date       binary-long      value zero.
     03  WS-E-Act        pic xx           value spaces.
     03  WS-E-Ref        pic x(12)        value spaces.
     03  WS-Col          pic 9            value zero.
     03  WS-Ax           pic 9            value zero.
     03  WS-Ux           pic 9(3)         value zero.
     03  WS-UT-Cnt       pic 9(3)         value zero.
     03  WS-Cx           pic 9(3)         value zero.
     03  WS-AC-Cnt       pic 9(3)         value zero.
     03  WS-Ex           pic 9(3)         value zero.
     03  WS-Mx           pic 9(3)         value zero.
     03  WS-Px           pic 99           value zero.
     03  WS-Ev-Cnt       pic 9(3)         value zero.
     03  WS-Ev-Full      pic x            value "N".
     03  WS-First        pic x            value "Y".
     03  WS-Last-Class   pic x            value space.
     03  WS-Last-Entity  pic x(12)        value spaces.
     03  WS-Found        pic 9(7)         value zero.
     03  WS-Events       pic 9(7)         value zero.
*>
*>  Users-File Ids and names, names upper cased for matching.
*>
 01  WS-Users-Table.
     03  WS-UT                        occurs 200.
         05  WS-UT-Id        pic x(8).
         05  WS-UT-Name      pic x(30).
*>
*>  Who did what in the range - batches, master data fields, bank
*>   fields, payment approvals, journal approvals, credit notes
*>   raised, credit notes decided, exceptions.
*>
 01  WS-Activity.
     03  WS-AC                        occurs 200.
         05  WS-AC-User      pic x(12).
         05  WS-AC-Num       pic 9(5)     occurs 8.
*>
*>  All the entries for one supplier, customer, batch or credit note.
*>
 01  WS-Group.
     03  WS-EV                        occurs 500.
         05  WS-EV-Date      binary-long.
         05  WS-EV-Act       pic xx.
         05  WS-EV-User      pic x(12).
         05  WS-EV-Ref       pic x(12).
*>
*>  Approving act, making act and what it means when one user did both.
*>
 01  WS-Pair-Values.
     03  filler          pic x(44)  value "PABKKeyed supplier bank + approved payment".
     03  filler          pic x(44)  value "PABRAsked bank change + approved payment".
     03  filler          pic x(44)  value "PABPAsked bank change + approved payment".
     03  filler          pic x(44)  value "PABCConfirmed bank change + approved payment".
     03  filler          pic x(44)  value "BCBRAsked for and confirmed own bank change".
     03  filler          pic x(44)  value "JAJKKeyed and approved the same journal".
     03  filler          pic x(44)  value "JAJGKeyed and approved the same journal".
     03  filler          pic x(44)  value "CRCACreated customer + raised its credit".
     03  filler          pic x(44)  value "CDCACreated customer + approved its credit".
     03  filler          pic x(44)  value "NDNRRaised and approved the same credit".
 01  filler redefines WS-Pair-Values.
     03  WS-Pair                      occurs 10.
         05  WS-Pair-Checker pic xx.
         05  WS-Pair-Maker   pic xx.
         05  WS-Pair-Desc    pic x(40).
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
     03  XL203          pic x(18) value "XL203 Invalid date".
     03  XL249          pic x(56) value "XL249 Too many entries for one record - rest not checked".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l1-title        pic x(52)       value spaces.
     03  filler          pic x(24)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-1b.
     03  filler          pic x(12)       value "Approvals".
     03  l1b-from        pic x(10).
     03  filler          pic x(4)        value " to".
     03  l1b-to          pic x(10).
*>
 01  line-2.
     03  filler          pic x(66)       value
         "Exception                                 Record        User     ".
     03  filler          pic x(66)       value
         "     Made on     Approved on Reference".
*>
 01  line-3.
     03  l3-desc         pic x(42).
     03  l3-entity       pic x(14).
     03  l3-user         pic x(14).
     03  l3-made         pic x(12).
     03  l3-appr         pic x(12).
     03  l3-ref          pic x(12).
*>
 01  line-4.
     03  filler          pic x(66)       value
         "User           Batches  MD fields  Bank flds  Pay appr  Jnl appr".
     03  filler          pic x(66)       value
         "  Cr raised  Cr decided  Exceptions".
*>
 01  line-5.
     03  l5-user         pic x(14).
     03  l5-num          pic zzzz,zz9bb   occurs 8.
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
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Segregation Of Duties Exceptions" at 0124 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
     move     to-day (7:4) to WS-To-8 (1:4).
     move     to-day (4:2) to WS-To-8 (5:2).
     move     to-day (1:2) to WS-To-8 (7:2).
     move     WS-To-8 to WS-From-8.
     move     01 to WS-From-8 (7:2).
     display  "Approvals from date (ccyymmdd)     [        ]" at 0501 with foreground-color 2.
     display  "Approvals to date   (ccyymmdd)     [        ]" at 0601 with foreground-color 2.
     display  "Bank, customer and journal changes are looked for at any date"
                                                             at 0801 with foreground-color 2.
     display  "up to the approval they are matched against."  at 0901 with foreground-color 2.
*>
 Get-From.
     accept   WS-From-8 at 0537 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Menu-Exit.
     move     WS-From-8 to WS-Date-8.
     perform  zz050-Date-8-To-Bin.
     if       u-bin = zero
              display XL203 at 2301 with foreground-color 4 highlight
              go to Get-From.
     move     u-bin to WS-From-Bin.
*>
 Get-To.
     accept   WS-To-8 at 0637 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to Menu-Exit.
     move     WS-To-8 to WS-Date-8.
     perform  zz050-Date-8-To-Bin.
     if       u-bin = zero
           or u-bin < WS-From-Bin
              display XL203 at 2301 with foreground-color 4 highlight
              go to Get-To.
     display  " " at 2301 with erase eol.
     move     u-bin to WS-To-Bin.
*>
 Get-Run.
     display  "Working ..." at 1201 with foreground-color 2.
     perform  ba000-Load-Users.
     initialize WS-Activity.
     move     zero to WS-AC-Cnt WS-Found WS-Events.
     move     "N"  to WS-Ev-Full.
*>
     open     output print-file.
     move     zero to page-nos.
     perform  fa000-Headings.
     sort     sort-file
              on ascending key srt-class
                               srt-entity
                               srt-date
              input procedure  ca000-Collect
              output procedure da000-Check.
     perform  ga000-Activity.
     close    print-file.
     call     "SYSTEM" using Print-Report.
     if       WS-Ev-Full = "Y"
              display XL249 at 2301 with foreground-color 4 highlight.
     display  "Entries read" at 1201 with foreground-color 2 erase eol.
     display  WS-Events at 1215 with foreground-color 3.
     display  "Exceptions"   at 1301 with foreground-color 2.
     display  WS-Found  at 1315 with foreground-color 3.
     display  "Hit return" at 2401 with foreground-color 2.
     accept   ws-reply at 2412.
*>
 Menu-Exit.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Load-Users        section.
*>==============================
*>
*>  No Users-File (sys003 never run) - names are used as recorded.
*>
     move     zero to WS-UT-Cnt.
     open     input Users-File.
     if       fs-reply not = zero
              go to ba999-exit.
*>
 ba010-Read.
     read     Users-File next record at end
              go to ba900-Close.
     if       WS-UT-Cnt not < 200
              go to ba900-Close.
     add      1 to WS-UT-Cnt.
     move     Users-Id   to WS-UT-Id (WS-UT-Cnt).
     move     Users-Name to WS-UT-Name (WS-UT-Cnt).
     inspect  WS-UT-Id (WS-UT-Cnt)   converting "abcdefghijklmnopqrstuvwxyz"
                                             to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
     inspect  WS-UT-Name (WS-UT-Cnt) converting "abcdefghijklmnopqrstuvwxyz"
                                             to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
     go       to ba010-Read.
*>
 ba900-Close.
     close    Users-File.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Collect           section.
*>==============================
*>
*>  Sort input - every source in turn.
*>
     perform  cb000-MD-Audit.
     perform  cc000-Pending-Bank.
     perform  cd000-Payments.
     perform  ce000-Batches.
     perform  cf000-Journal-Approvals.
     perform  cg000-Credit-Notes.
*>
 ca999-exit.
     exit     section.
*>
 cb000-MD-Audit          section.
*>==============================
*>
*>  Every field changed counts to the user's activity.  Supplier bank
*>   fields (keyed in pl010, confirmed in pl934 or asked for as a
*>   PURCH-BANK-REQUEST) and customer set ups are the making halves.
*>
     open     input MD-Audit-File.
     if       MD-FS not = "00"
              go to cb999-exit.
*>
 cb010-Read.
     read     MD-Audit-File next record at end
              go to cb900-Close.
     move     MD-Stamp (1:8) to WS-Date-8.
     perform  zz050-Date-8-To-Bin.
     move     u-bin      to WS-E-Date.
     move     MD-User    to WS-Raw-User.
     move     spaces     to WS-E-Entity WS-E-Ref.
     move     MD-Rec-Key to WS-E-Entity.
     move     "MD"       to WS-E-Act.
     perform  zz200-Event.
     if       MD-File = "PL"
        and  (MD-Field = "PURCH-SORTCODE"
           or MD-Field = "PURCH-ACCOUNTNO"
           or MD-Field = "PURCH-BANK-REQUEST")
              move "B" to WS-E-Class
              move MD-Field (1:14) to WS-E-Ref
              if   MD-Field = "PURCH-BANK-REQUEST"
                   move "BR" to WS-E-Act
              else
               if  MD-Prog = "pl934"
                   move "BC" to WS-E-Act
               else
                   move "BK" to WS-E-Act
               end-if
              end-if
              perform zz200-Event.
     if       MD-File = "SL"
        and   MD-Action = "A"
              move "C"  to WS-E-Class
              move "CA" to WS-E-Act
              perform zz200-Event.
     go       to cb010-Read.
*>
 cb900-Close.
     close    MD-Audit-File.
*>
 cb999-exit.
     exit     section.
*>
 cc000-Pending-Bank      section.
*>==============================
*>
*>  Changes still waiting for pl934, by who asked.
*>
     open     input Pend-Bank-File.
     if       fs-reply not = zero
              go to cc999-exit.
*>
 cc010-Read.
     read     Pend-Bank-File next record at end
              go to cc900-Close.
     move     PB2-Req-Date to WS-Date-8.
     perform  zz050-Date-8-To-Bin.
     move     u-bin        to WS-E-Date.
     move     PB2-Req-By   to WS-Raw-User.
     move     "B"          to WS-E-Class.
     move     spaces       to WS-E-Entity WS-E-Ref.
     move     PB2-Supplier to WS-E-Entity.
     move     "Pending"    to WS-E-Ref.
     move     "BP"         to WS-E-Act.
     perform  zz200-Event.
     go       to cc010-Read.
*>
 cc900-Close.
     close    Pend-Bank-File.
*>
 cc999-exit.
     exit     section.
*>
 cd000-Payments          section.
*>==============================
*>
*>  Each approval logged on each payment still on file.
*>
     perform  Payments-Open-Input.
     if       fs-reply not = zero
              go to cd999-exit.
*>
 cd010-Read.
     perform  Payments-Read-Next.
     if       fs-reply not = zero
              go to cd900-Close.
     move     1 to WS-Ax.
*>
 cd020-Approval.
     if       WS-Pay-Appr-By (WS-Ax) = spaces
              go to cd030-Next.
     move     WS-Pay-Appr-Date (WS-Ax) to WS-Date-8.
     perform  zz050-Date-8-To-Bin.
     move     u-bin to WS-E-Date.
     move     WS-Pay-Appr-By (WS-Ax) to WS-Raw-User.
     move     "B"   to WS-E-Class.
     move     spaces to WS-E-Entity WS-E-Ref.
     move     WS-Pay-Supl-Key to WS-E-Entity.
     string   WS-Pay-Supl-Key "/" WS-Pay-Nos
                        delimited by size into WS-E-Ref.
     move     "PA"  to WS-E-Act.
     perform  zz200-Event.
*>
 cd030-Next.
     add      1 to WS-Ax.
     if       WS-Ax < 4
              go to cd020-Approval.
     go       to cd010-Read.
*>
 cd900-Close.
     perform  Payments-Close.
*>
 cd999-exit.
     exit     section.
*>
 ce000-Batches           section.
*>==============================
*>
*>  Manual (GL) batches by the user who set them up.
*>
     perform  GL-Batch-Open-Input.
     if       fs-reply not = zero
              go to ce999-exit.
*>
 ce010-Read.
     perform  GL-Batch-Read-Next.
     if       fs-reply not = zero
              go to ce900-Close.
     if       not GL-Batch
           or Batch-User = spaces
              go to ce010-Read.
     move     Entered    to WS-E-Date.
     move     Batch-User to WS-Raw-User.
     move     "J"        to WS-E-Class.
     move     spaces     to WS-E-Entity WS-E-Ref.
     string   "GL/" WS-Batch-Nos delimited by size into WS-E-Entity.
     move     "Batch set up" to WS-E-Ref.
     move     "JK"       to WS-E-Act.
     perform  zz200-Event.
     go       to ce010-Read.
*>
 ce900-Close.
     perform  GL-Batch-Close.
*>
 ce999-exit.
     exit     section.
*>
 cf000-Journal-Approvals section.
*>==============================
*>
*>  gl098 decisions.  GJA-User is who set the batch up - kept as well
*>   as Batch-User for batches since cleared from the batch file.
*>
     open     input GJ-Approval-File.
     if       fs-reply not = zero
              go to cf999-exit.
*>
 cf010-Read.
     read     GJ-Approval-File next record at end
              go to cf900-Close.
     if       GJA-Batch-Key9 = zero
              go to cf010-Read.
     move     GJA-Date  to WS-Date-8.
     perform  zz050-Date-8-To-Bin.
     move     u-bin     to WS-E-Date.
     move     "J"       to WS-E-Class.
     move     spaces    to WS-E-Entity WS-E-Ref.
     string   "GL/" GJA-Batch-Key9 (2:5) delimited by size into WS-E-Entity.
     move     GJA-User  to WS-Raw-User.
     move     "Approval"  to WS-E-Ref.
     move     "JG"      to WS-E-Act.
     perform  zz200-Event.
     if       GJA-Approver = spaces
           or GJA-Pending
              go to cf010-Read.
     move     GJA-Approver to WS-Raw-User.
     move     "JA"      to WS-E-Act.
     perform  zz200-Event.
     go       to cf010-Read.
*>
 cf900-Close.
     close    GJ-Approval-File.
*>
 cf999-exit.
     exit     section.
*>
 cg000-Credit-Notes      section.
*>==============================
*>
*>  Parked credit notes - raised and decided, once against the
*>   customer and once against the note itself.
*>
     open     input Credit-Auth-File.
     if       WS-CA-Status not = zero
              go to cg999-exit.
*>
 cg010-Read.
     read     Credit-Auth-File next record at end
              go to cg900-Close.
     if       not CA-Credit
              go to cg010-Read.
     move     spaces to WS-E-Ref.
     string   "C/N " CA-Invoice delimited by size into WS-E-Ref.
     move     CA-Raised-Date to WS-E-Date.
     move     CA-Raised-By   to WS-Raw-User.
     move     "C"    to WS-E-Class.
     move     spaces to WS-E-Entity.
     move     CA-Customer to WS-E-Entity.
     move     "CR"   to WS-E-Act.
     perform  zz200-Event.
     move     "N"    to WS-E-Class.
     move     CA-Invoice to WS-E-Entity.
     move     "NR"   to WS-E-Act.
     perform  zz200-Event.
     if       CA-Decided-By = spaces
           or CA-Waiting
              go to cg010-Read.
     move     CA-Decided-Date to WS-E-Date.
     move     CA-Decided-By   to WS-Raw-User.
     move     "ND"   to WS-E-Act.
     perform  zz200-Event.
     move     "C"    to WS-E-Class.
     move     spaces to WS-E-Entity.
     move     CA-Customer to WS-E-Entity.
     move     "CD"   to WS-E-Act.
     perform  zz200-Event.
     go       to cg010-Read.
*>
 cg900-Close.
     close    Credit-Auth-File.
*>
 cg999-exit.
     exit     section.
*>
 da000-Check             section.
*>==============================
*>
*>  Sort output - all the entries for one record come together.
*>
     move     "Y" to WS-First.
     move     zero to WS-Ev-Cnt.
*>
 da010-Return.
     return   sort-file at end
              go to da900-End.
     if       WS-First = "N"
        and  (srt-class  not = WS-Last-Class
          or  srt-entity not = WS-Last-Entity)
              perform db000-Check-Group
              move zero to WS-Ev-Cnt.
     move     "N"        to WS-First.
     move     srt-class  to WS-Last-Class.
     move     srt-entity to WS-Last-Entity.
     if       WS-Ev-Cnt not < 500
              move "Y" to WS-Ev-Full
              go to da010-Return.
     add      1 to WS-Ev-Cnt.
     move     srt-date to WS-EV-Date (WS-Ev-Cnt).
     move     srt-act  to WS-EV-Act  (WS-Ev-Cnt).
     move     srt-user to WS-EV-User (WS-Ev-Cnt).
     move     srt-ref  to WS-EV-Ref  (WS-Ev-Cnt).
     go       to da010-Return.
*>
 da900-End.
     if       WS-First = "N"
              perform db000-Check-Group.
*>
 da999-exit.
     exit     section.
*>
 db000-Check-Group       section.
*>==============================
*>
*>  Each approving entry in the range against every pair it can
*>   complete, one line for the first making entry by the same user.
*>
     move     zero to WS-Ex.
*>
 db010-Entry.
     add      1 to WS-Ex.
     if       WS-Ex > WS-Ev-Cnt
              go to db999-exit.
     if       WS-EV-Date (WS-Ex) < WS-From-Bin
           or WS-EV-User (WS-Ex) = spaces
              go to db010-Entry.
     move     zero to WS-Px.
*>
 db020-Pair.
     add      1 to WS-Px.
     if       WS-Px > 10
              go to db010-Entry.
     if       WS-Pair-Checker (WS-Px) not = WS-EV-Act (WS-Ex)
              go to db020-Pair.
     perform  dc000-Find-Maker.
     if       WS-Mx not = zero
              perform dd000-Print-Exception.
     go       to db020-Pair.
*>
 db999-exit.
     exit     section.
*>
 dc000-Find-Maker        section.
*>==============================
*>
     move     zero to WS-Mx.
*>
 dc010-Look.
     add      1 to WS-Mx.
     if       WS-Mx > WS-Ev-Cnt
              move zero to WS-Mx
              go to dc999-exit.
     if       WS-Mx = WS-Ex
           or WS-EV-Act  (WS-Mx) not = WS-Pair-Maker (WS-Px)
           or WS-EV-User (WS-Mx) not = WS-EV-User (WS-Ex)
           or WS-EV-Date (WS-Mx) > WS-EV-Date (WS-Ex)
              go to dc010-Look.
*>
 dc999-exit.
     exit     section.
*>
 dd000-Print-Exception   section.
*>==============================
*>
     if       line-cnt > Page-Lines - 2
              perform fa000-Headings.
     move     spaces to line-3.
     move     WS-Pair-Desc (WS-Px) to l3-desc.
     move     WS-Last-Entity to l3-entity.
     move     WS-EV-User (WS-Ex) to l3-user.
     move     WS-EV-Date (WS-Mx) to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l3-made.
     move     WS-EV-Date (WS-Ex) to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l3-appr.
     move     WS-EV-Ref (WS-Ex) to l3-ref.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
     add      1 to WS-Found.
     move     WS-EV-User (WS-Ex) to WS-Res-User.
     move     8 to WS-Col.
     perform  zz210-Count.
*>
 dd999-exit.
     exit     section.
*>
 fa000-Headings          section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     move     usera to l1-user.
     move     "Segregation Of Duties Exceptions" to l1-title.
     move     WS-From-Bin to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l1b-from.
     move     WS-To-Bin to u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l1b-to.
     write    print-record from line-1 after page.
     write    print-record from line-1b after 1.
     write    print-record from line-2 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     5 to line-cnt.
*>
 fa999-exit.
     exit     section.
*>
 ga000-Activity          section.
*>==============================
*>
*>  Who did what in the range.
*>
     move     spaces to print-record.
     if       WS-Found = zero
              move "No exceptions found." to print-record.
     write    print-record after 2.
     if       line-cnt > Page-Lines - 8
              perform fa000-Headings.
     move     "User activity in the range" to print-record.
     write    print-record after 2.
     write    print-record from line-4 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     add      6 to line-cnt.
     move     zero to WS-Cx.
*>
 ga010-User.
     add      1 to WS-Cx.
     if       WS-Cx > WS-AC-Cnt
              go to ga999-exit.
     if       line-cnt > Page-Lines
              perform fa000-Headings
              write print-record from line-4 after 1
              add 1 to line-cnt.
     move     spaces to line-5.
     move     WS-AC-User (WS-Cx) to l5-user.
     move     1 to WS-Col.
*>
 ga020-Num.
     move     WS-AC-Num (WS-Cx WS-Col) to l5-num (WS-Col).
     add      1 to WS-Col.
     if       WS-Col < 9
              go to ga020-Num.
     write    print-record from line-5 after 1.
     add      1 to line-cnt.
     go       to ga010-User.
*>
 ga999-exit.
     exit     section.
*>
 zz100-Resolve-User      section.
*>==============================
*>
*>  WS-Raw-User to WS-Res-User - the Users-Id when it matches an Id,
*>   a name or the first 12 of a name (mdaudit keeps 12), else as
*>   recorded.
*>
     move     spaces to WS-Res-User.
     move     WS-Raw-User to WS-Up-User.
     inspect  WS-Up-User converting "abcdefghijklmnopqrstuvwxyz"
                                 to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
     if       WS-Up-User = spaces
              go to zz100-exit.
     move     zero to WS-Ux.
*>
 zz100-Look.
     add      1 to WS-Ux.
     if       WS-Ux > WS-UT-Cnt
              move WS-Up-User (1:12) to WS-Res-User
              go to zz100-exit.
     if       WS-Up-User = WS-UT-Id (WS-Ux)
           or WS-Up-User = WS-UT-Name (WS-Ux)
           or (WS-Up-User (13:20) = spaces
          and  WS-Up-User (1:12) = WS-UT-Name (WS-Ux) (1:12))
              move WS-UT-Id (WS-Ux) to WS-Res-User
              go to zz100-exit.
     go       to zz100-Look.
*>
 zz100-exit.
     exit     section.
*>
 zz200-Event             section.
*>==============================
*>
*>  Count the entry to its user if it is in the range, then hand it
*>   to the sort unless it is after the range or only a count.
*>
     perform  zz100-Resolve-User.
     if       WS-E-Date not < WS-From-Bin
        and   WS-E-Date not > WS-To-Bin
              evaluate WS-E-Act
                when "JK"           move 1 to WS-Col
                when "MD"           move 2 to WS-Col
                when "BK"
                when "BR"
                when "BC"           move 3 to WS-Col
                when "PA"           move 4 to WS-Col
                when "JA"           move 5 to WS-Col
                when "CR"           move 6 to WS-Col
                when "CD"           move 7 to WS-Col
                when other          move 0 to WS-Col
              end-evaluate
              if  WS-Col not = zero
                  perform zz210-Count
              end-if
     end-if
     if       WS-E-Act = "MD"
           or WS-E-Date > WS-To-Bin
              go to zz200-exit.
     move     WS-E-Class  to srt-class.
     move     WS-E-Entity to srt-entity.
     move     WS-E-Date   to srt-date.
     move     WS-E-Act    to srt-act.
     move     WS-Res-User to srt-user.
     move     WS-E-Ref    to srt-ref.
     release  sort-record.
     add      1 to WS-Events.
*>
 zz200-exit.
     exit     section.
*>
 zz210-Count             section.
*>==============================
*>
*>  Add one to column WS-Col for WS-Res-User, the table in first
*>   seen order.
*>
     if       WS-Res-User = spaces
              go to zz210-exit.
     move     zero to WS-Cx.
*>
 zz210-Look.
     add      1 to WS-Cx.
     if       WS-Cx > WS-AC-Cnt
              if   WS-AC-Cnt not < 200
                   go to zz210-exit
              end-if
              add  1 to WS-AC-Cnt
              move WS-AC-Cnt to WS-Cx
              move WS-Res-User to WS-AC-User (WS-Cx)
              go to zz210-Add.
     if       WS-AC-User (WS-Cx) not = WS-Res-User
              go to zz210-Look.
*>
 zz210-Add.
     add      1 to WS-AC-Num (WS-Cx WS-Col).
*>
 zz210-exit.
     exit     section.
*>
 zz050-Date-8-To-Bin     section.
*>==============================
*>
*>  WS-Date-8 (ccyymmdd) to u-bin, zero when not a date.
*>
     move     zero to u-bin.
     move     spaces to u-date.
     string   WS-Date-8 (7:2) "/" WS-Date-8 (5:2) "/"
              WS-Date-8 (1:4) delimited by size into u-date.
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
     move     spaces to u-date.
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
