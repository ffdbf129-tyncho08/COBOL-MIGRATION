       >>source free
*>*********************************************
*>                                            *
*>     Sales & Purchase Ledger Control        *
*>        Account Reconciliation              *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         gl084.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Month end proof that the sub-ledgers agree
*>                        to their control accounts.
*>
*>                        Sales   - Sales-Current less Sales-Unapplied
*>                        totalled over the sales file, with the
*>                        OTM3 open items totalled alongside as a
*>                        memo, against the debtors control
*>                        (S-Debtors, or GL-S-Debtors for the GL
*>                        side of a site running GL and IRS both).
*>                        Purchase - Purch-Current less
*>                        Purch-Unapplied against P-Creditors /
*>                        GL-P-Creditors the same way.
*>
*>                        The control balance is taken from the GL
*>                        ledger file (all PCs), or from the IRS
*>                        nominal (owning a/c and its subs) when
*>                        IRS-Used.
*>
*>                        The posting file is then scanned for the
*>                        differences that can be explained -
*>                          Control postings in batches still
*>                           Waiting (sl060/pl060 invoices on one
*>                           side, sl100/pl100 cash on the other),
*>                           for IRS every record still on the
*>                           SPL posting file.
*>                          Those same postings dated after the
*>                           period end keyed, shown apart as
*>                           dated into the next period.
*>                          pl031 FX unrealised revaluation
*>                           already in the control account which
*>                           the supplier balances never carry.
*>                        Each one is itemised, and what is left is
*>                        the one unexplained figure for sign off.
*>
*>                        Reports only, updates nothing.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04.
*>                        acasirsub1.
*>                        acas005/006/007/008, acas012, acas019,
*>                        acas022 FHs.
*>**
*>    Error messages used.
*>                        GL003
*>                        GL209    Invalid date.
*>                        GL210    No control accounts set up.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for the control account reconciliation.
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
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "GL084 (3.02.00)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wsledger.cob".
 copy "wsbatch.cob".
 copy "wspost.cob".
 copy "wspost-irs.cob".
 copy "wssl.cob".
 copy "wspl.cob".
 copy "slwsoi3.cob".
 copy "irswsnl.cob"      replacing NL-Record by WS-IRSNL-Record.
*>
*> REMARK OUT ANY IN USE
*>
 01  Dummies-4-Unused-ACAS-FH-Calls.      *> Call blk at zz080-ACAS-Calls
     03  Default-Record         pic x.
     03  Final-Record           pic x.
     03  System-Record-4        pic x.
*>     03  WS-Ledger-Record       pic x.
*>     03  WS-Posting-Record      pic x.
*>     03  WS-Batch-Record        pic x.
*>     03  WS-IRS-Posting-Record  pic x.
     03  WS-Stock-Audit-Record  pic x.
     03  WS-Stock-Record        pic x.
*>     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  WS-Analysis-Record     pic x.
     03  WS-Del-Inv-Nos-Record  pic x.
*>     03  WS-Purch-Record        pic x.
     03  WS-Pay-Record          pic x.
     03  WS-Invoice-Record      pic x.
*>     03  WS-OTM3-Record         pic x.
     03  WS-PInvoice-Record     pic x.
     03  WS-OTM5-Record         pic x.
*>
 copy "Test-Data-Flags.cob".  *> set sw-testing to zero to stop logging. Also
*>                               supplies ACAS-DAL-Common-data for acasirsub1.
*>
 01  All-My-Constants    pic 9(4).
     copy "screenio.cpy".
*>
*>  Batches still Waiting (unproofed or unposted) - only the batch
*>   number is kept as Next-Batch is shared by all three ledgers.
*>
 01  CR-Wait-Table.
     03  CR-Wait-Batch   pic 9(5)     occurs 1000.
*>
*>  One entry per control account, 1 = sales, 2 = purchase.  All
*>   figures held the sub-ledger's natural way round - debtors as
*>   debits, creditors as credits.
*>
 01  CR-Control-Table.
     03  CR-Control      occurs 2.
         05  CR-Active       pic x.
         05  CR-Ctl-AC       pic 9(6).
         05  CR-Sub-Ledger   pic s9(9)v99  comp-3.
         05  CR-Open-Items   pic s9(9)v99  comp-3.
         05  CR-GL-Bal       pic s9(9)v99  comp-3.
         05  CR-Unposted-Inv pic s9(9)v99  comp-3.
         05  CR-Unposted-Pay pic s9(9)v99  comp-3.
         05  CR-Next-Period  pic s9(9)v99  comp-3.
         05  CR-FX-Reval     pic s9(9)v99  comp-3.
         05  CR-Explained    pic s9(9)v99  comp-3.
         05  CR-Unexplained  pic s9(9)v99  comp-3.
*>
 01  ws-data.
     03  menu-reply      pic x.
     03  ws-reply        pic x.
     03  page-nos        pic 999          value zero.
     03  line-cnt        pic 99           value 99.
     03  C               pic 9            value zero.
     03  W               pic 9(4)         value zero.
     03  WS-Wait-Cnt     pic 9(4)         value zero.
     03  WS-Wait-Found   pic x            value "N".
     03  WS-Date-In      pic x(10)        value spaces.
     03  WS-Cutoff-Bin   binary-long      value zero.
     03  WS-Post-Bin     binary-long      value zero.
     03  WS-Date-Work    pic x(8).
     03  WS-Effect       pic s9(9)v99     value zero.
     03  WS-DR-Amount    pic s9(9)v99     value zero.
     03  WS-CR-Amount    pic s9(9)v99     value zero.
     03  WS-Amount       pic s9(9)v99     value zero.
     03  WS-OI-Amount    pic s9(9)v99     value zero.
     03  WS-P-Batch      pic 9(5)         value zero.
     03  WS-P-Item       pic 9(5)         value zero.
     03  WS-P-Date       pic x(8).
     03  WS-P-DR         pic 9(6)         value zero.
     03  WS-P-CR         pic 9(6)         value zero.
     03  WS-P-Amount     pic s9(8)v99     value zero.
     03  WS-P-Vat        pic s9(8)v99     value zero.
     03  WS-P-Vat-Side   pic xx.
     03  WS-P-Legend     pic x(32).
     03  WS-P-Posted     pic x            value "N".
         88  CR-Posting-In-Ledger         value "Y".
     03  WS-Item-Type    pic x(14).
*>
 01  Error-Messages.
     03  GL003          pic x(28) value "GL003 Hit Return To Continue".
     03  GL209          pic x(19) value "GL209 Invalid date".
     03  GL210          pic x(52) value
         "GL210 No debtors or creditors control a/c set up".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  filler          pic x(44)       value "Control Account Reconciliation".
     03  filler          pic x(11)       value "Period end ".
     03  l1-date         pic x(10).
     03  filler          pic x(11)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  filler          pic x(132)      value "Ledger   Type          Batch/Item  Date" &
         "      Legend                                    Amount".
*>
 01  line-3.
     03  l3-ledger       pic x(9).
     03  l3-type         pic x(14).
     03  l3-batch        pic zzzz9.
     03  filler          pic x           value "/".
     03  l3-item         pic 9(5).
     03  filler          pic x           value space.
     03  l3-date         pic x(10).
     03  l3-legend       pic x(32).
     03  l3-amount       pic z,zzz,zzz,zz9.99cr.
*>
 01  line-4.
     03  filler          pic x(4)        value spaces.
     03  l4-text         pic x(56).
     03  l4-amount       pic z,zzz,zzz,zz9.99cr.
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
     move     1 to File-Key-No.
     initialize CR-Control-Table.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Control Account Reconciliation" at 0129 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
*>  Which control a/cs - IRS holds its own numbers in S-Debtors and
*>   P-Creditors, a GL run beside IRS uses the GL- overflow fields.
*>
     if       S-L
              move "Y" to CR-Active (1)
              move S-Debtors to CR-Ctl-AC (1)
              if   IRS-Both-Used
               and GL-S-Debtors not = zero
                   move GL-S-Debtors to CR-Ctl-AC (1)
              end-if
     end-if
     if       B-L
              move "Y" to CR-Active (2)
              move P-Creditors to CR-Ctl-AC (2)
              if   IRS-Both-Used
               and GL-P-Creditors not = zero
                   move GL-P-Creditors to CR-Ctl-AC (2)
              end-if
     end-if
     if       CR-Ctl-AC (1) = zero
              move "N" to CR-Active (1).
     if       CR-Ctl-AC (2) = zero
              move "N" to CR-Active (2).
     if       CR-Active (1) not = "Y"
          and CR-Active (2) not = "Y"
              display GL210 at 2301 with foreground-color 4 highlight
              display GL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to menu-exit.
*>
 init02-Get-Date.
     display  "Period end date [          ]  (dd/mm/ccyy)" at 0801
                                 with foreground-color 2.
     move     to-day to WS-Date-In.
     accept   WS-Date-In at 0818 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to menu-exit.
     move     WS-Date-In to u-date.
     move     zero to u-bin.
     perform  maps04.
     if       u-bin = zero
              display GL209 at 2301 with foreground-color 4 highlight
              go to init02-Get-Date.
     display  " " at 2301 with erase eol.
     move     u-bin to WS-Cutoff-Bin.
     move     WS-Date-In to l1-date.
     move     usera to l1-user.
*>
     display  "Totalling sub-ledgers" at 1001 with foreground-color 2.
     if       CR-Active (1) = "Y"
              perform ca000-Sales-Balances
              perform cb000-Open-Items.
     if       CR-Active (2) = "Y"
              perform cc000-Purch-Balances.
     display  "Reading control accounts" at 1101 with foreground-color 2.
     if       IRS-Used
              perform db000-IRS-Balances
     else
              perform ba000-Load-Waiting
              perform da000-GL-Balances.
*>
     open     output print-file.
     move     zero to page-nos.
     perform  ha000-Headings.
     display  "Itemising reconciling postings" at 1201 with foreground-color 2.
     if       IRS-Used
              perform eb000-IRS-Postings
     else
              perform ea000-GL-Postings.
     perform  fa000-Summary varying C from 1 by 1 until C > 2.
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>
     if       CR-Active (1) = "Y"
              move CR-Unexplained (1) to l4-amount
              display "Sales ledger unexplained    " at 1401 with foreground-color 2
              display l4-amount at 1431 with foreground-color 3.
     if       CR-Active (2) = "Y"
              move CR-Unexplained (2) to l4-amount
              display "Purchase ledger unexplained " at 1501 with foreground-color 2
              display l4-amount at 1531 with foreground-color 3.
     display  GL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 menu-exit.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Load-Waiting      section.
*>==============================
*>
     move     zero to WS-Wait-Cnt.
     perform  GL-Batch-Open-Input.
     if       fs-reply not = zero
              perform GL-Batch-Close
              go to ba999-exit.
*>
 ba010-Read.
     perform  GL-Batch-Read-Next.
     if       fs-reply not = zero
              go to ba900-Close.
     if       Waiting
         and  WS-Wait-Cnt < 1000
              add  1 to WS-Wait-Cnt
              move WS-Batch-Nos to CR-Wait-Batch (WS-Wait-Cnt).
     go       to ba010-Read.
*>
 ba900-Close.
     perform  GL-Batch-Close.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Sales-Balances    section.
*>==============================
*>
*>  As sl120 - the account balance net of unapplied cash.
*>
     perform  Sales-Open-Input.
     if       fs-reply not = zero
              perform Sales-Close
              go to ca999-exit.
*>
 ca010-Read.
     perform  Sales-Read-Next.
     if       fs-reply not = zero
              go to ca900-Close.
     add      Sales-Current   to CR-Sub-Ledger (1).
     subtract Sales-Unapplied from CR-Sub-Ledger (1).
     go       to ca010-Read.
*>
 ca900-Close.
     perform  Sales-Close.
*>
 ca999-exit.
     exit     section.
*>
 cb000-Open-Items        section.
*>==============================
*>
*>  Open items valued as sl120 ages them - invoices less paid, credit
*>   notes as held plus paid, unapplied cash off.
*>
     perform  OTM3-Open-Input.
     if       fs-reply not = zero
              perform OTM3-Close
              go to cb999-exit.
*>
 cb010-Read.
     perform  OTM3-Read-Next.
     if       fs-reply not = zero
              go to cb900-Close.
     if       S-Closed
              go to cb010-Read.
     add      oi-net  oi-extra  oi-carriage
              oi-vat  oi-discount  oi-e-vat
              oi-deduct-amt oi-deduct-vat
              oi-c-vat    giving  WS-OI-Amount.
     if       oi-type = 2
              subtract oi-paid from WS-OI-Amount
              add  WS-OI-Amount to CR-Open-Items (1)
     else
      if      oi-type = 3
              add  oi-paid to WS-OI-Amount
              add  WS-OI-Amount to CR-Open-Items (1)
      else
       if     oi-type = 6
              subtract oi-paid from CR-Open-Items (1).
     go       to cb010-Read.
*>
 cb900-Close.
     perform  OTM3-Close.
*>
 cb999-exit.
     exit     section.
*>
 cc000-Purch-Balances    section.
*>==============================
*>
     perform  Purch-Open-Input.
     if       fs-reply not = zero
              perform Purch-Close
              go to cc999-exit.
*>
 cc010-Read.
     perform  Purch-Read-Next.
     if       fs-reply not = zero
              go to cc900-Close.
     add      Purch-Current   to CR-Sub-Ledger (2).
     subtract Purch-Unapplied from CR-Sub-Ledger (2).
     go       to cc010-Read.
*>
 cc900-Close.
     perform  Purch-Close.
*>
 cc999-exit.
     exit     section.
*>
 da000-GL-Balances       section.
*>==============================
*>
*>  Every PC of the control account.  Creditors turned round to be
*>   credit positive.
*>
     perform  GL-Nominal-Open-Input.
     if       fs-reply not = zero
              perform GL-Nominal-Close
              go to da999-exit.
     perform  da100-One-Control varying C from 1 by 1 until C > 2.
     perform  GL-Nominal-Close.
     multiply -1 by CR-GL-Bal (2).
*>
 da999-exit.
     exit     section.
*>
 da100-One-Control       section.
*>==============================
*>
     if       CR-Active (C) not = "Y"
              go to da199-exit.
     move     CR-Ctl-AC (C) to WS-Ledger-Nos.
     move     zero to Ledger-PC.
     set      fn-not-less-than to true.
     perform  GL-Nominal-Start.
     if       fs-reply not = zero
              go to da199-exit.
*>
 da110-Read.
     perform  GL-Nominal-Read-Next.
     if       fs-reply not = zero
           or WS-Ledger-Nos not = CR-Ctl-AC (C)
              go to da199-exit.
     add      Ledger-Balance to CR-GL-Bal (C).
     go       to da110-Read.
*>
 da199-exit.
     exit     section.
*>
 db000-IRS-Balances      section.
*>==============================
*>
*>  The owning a/c and all its sub nominals, as irs040 totals them.
*>
     perform  IRS-Nominal-Open-Input.
     if       fs-reply not = zero
              perform IRS-Nominal-Close
              go to db999-exit.
*>
 db010-Read.
     perform  IRS-Nominal-Read-Next.
     if       fs-reply not = zero
              go to db900-Close.
     if       CR-Active (1) = "Y"
         and  NL-Owning = CR-Ctl-AC (1)
              add      NL-DR to CR-GL-Bal (1)
              subtract NL-CR from CR-GL-Bal (1).
     if       CR-Active (2) = "Y"
         and  NL-Owning = CR-Ctl-AC (2)
              add      NL-CR to CR-GL-Bal (2)
              subtract NL-DR from CR-GL-Bal (2).
     go       to db010-Read.
*>
 db900-Close.
     perform  IRS-Nominal-Close.
*>
 db999-exit.
     exit     section.
*>
 ea000-GL-Postings       section.
*>==============================
*>
*>  Every posting still on file that touches a control a/c.  Those in
*>   Waiting batches have not reached the ledger yet; those in posted
*>   batches only matter when they are pl031 revaluations.
*>
     perform  GL-Posting-Open-Input.
     if       fs-reply not = zero
              perform GL-Posting-Close
              go to ea999-exit.
*>
 ea010-Read.
     perform  GL-Posting-Read-Next.
     if       fs-reply not = zero
              go to ea900-Close.
     if       WS-Post-Key = zero
              go to ea010-Read.
     move     Batch          to WS-P-Batch.
     move     Post-Number    to WS-P-Item.
     move     Post-Date      to WS-P-Date.
     move     Post-DR        to WS-P-DR.
     move     Post-CR        to WS-P-CR.
     move     Post-Amount    to WS-P-Amount.
     move     Vat-Amount     to WS-P-Vat.
     move     Post-Vat-Side  to WS-P-Vat-Side.
     move     Post-Legend    to WS-P-Legend.
     move     "N" to WS-Wait-Found.
     perform  ea100-Test-Waiting varying W from 1 by 1
                                 until W > WS-Wait-Cnt
                                    or WS-Wait-Found = "Y".
     if       WS-Wait-Found = "Y"
              move "N" to WS-P-Posted
     else
              move "Y" to WS-P-Posted.
     perform  ga000-Classify varying C from 1 by 1 until C > 2.
     go       to ea010-Read.
*>
 ea900-Close.
     perform  GL-Posting-Close.
*>
 ea999-exit.
     exit     section.
*>
 ea100-Test-Waiting      section.
*>==============================
*>
     if       CR-Wait-Batch (W) = WS-P-Batch
              move "Y" to WS-Wait-Found.
*>
 ea199-exit.
     exit     section.
*>
 eb000-IRS-Postings      section.
*>==============================
*>
*>  Everything on the SPL posting file is still to be taken in by
*>   IRS, so all of it is unposted.
*>
     perform  SPL-Posting-Open-Input.
     if       fs-reply not = zero
              perform SPL-Posting-Close
              go to eb999-exit.
*>
 eb010-Read.
     perform  SPL-Posting-Read-Next.
     if       fs-reply not = zero
              go to eb900-Close.
     move     WS-IRS-Batch          to WS-P-Batch.
     move     WS-IRS-Post-Number    to WS-P-Item.
     move     WS-IRS-Post-Date      to WS-P-Date.
     move     WS-IRS-Post-DR        to WS-P-DR.
     move     WS-IRS-Post-CR        to WS-P-CR.
     move     WS-IRS-Post-Amount    to WS-P-Amount.
     move     WS-IRS-Vat-Amount     to WS-P-Vat.
     move     WS-IRS-Post-Vat-Side  to WS-P-Vat-Side.
     move     WS-IRS-Post-Legend    to WS-P-Legend.
     move     "N" to WS-P-Posted.
     perform  ga000-Classify varying C from 1 by 1 until C > 2.
     go       to eb010-Read.
*>
 eb900-Close.
     perform  SPL-Posting-Close.
*>
 eb999-exit.
     exit     section.
*>
 ga000-Classify          section.
*>==============================
*>
*>  Effect on control a/c C, worked as gl070 splits a posting: the DR
*>   a/c takes the amount (plus VAT when VAT is on the CR side), the
*>   CR a/c the amount (plus VAT when VAT is on the DR side).
*>
     if       CR-Active (C) not = "Y"
              go to ga999-exit.
     move     zero to WS-Effect.
     move     WS-P-Amount to WS-DR-Amount WS-CR-Amount.
     if       WS-P-Vat-Side = "CR"
              add WS-P-Vat to WS-DR-Amount
     else
              add WS-P-Vat to WS-CR-Amount.
     if       WS-P-DR = CR-Ctl-AC (C)
              add WS-DR-Amount to WS-Effect.
     if       WS-P-CR = CR-Ctl-AC (C)
              subtract WS-CR-Amount from WS-Effect.
     if       WS-Effect = zero
              go to ga999-exit.
     if       C = 2
              multiply -1 by WS-Effect.
*>
     if       WS-P-Legend (1:13) = "FX unrealised"
              if    CR-Posting-In-Ledger
                    add WS-Effect to CR-FX-Reval (C)
                    move "FX reval'n" to WS-Item-Type
                    go to ga900-Print
              else
                    go to ga999-exit
              end-if
     end-if
     if       CR-Posting-In-Ledger
              go to ga999-exit.
*>
     perform  gb000-Post-Date-Bin.
     if       WS-Post-Bin > WS-Cutoff-Bin
              add  WS-Effect to CR-Next-Period (C)
              move "Next period" to WS-Item-Type
              go to ga900-Print.
     if       WS-Effect > zero
              add  WS-Effect to CR-Unposted-Inv (C)
              move "Unposted inv" to WS-Item-Type
     else
              add  WS-Effect to CR-Unposted-Pay (C)
              move "Unposted cash" to WS-Item-Type.
*>
 ga900-Print.
     if       line-cnt > Page-Lines - 2
              perform ha000-Headings.
     move     spaces to line-3.
     move     "/" to line-3 (29:1).
     if       C = 1
              move "Sales" to l3-ledger
     else
              move "Purchase" to l3-ledger.
     move     WS-Item-Type to l3-type.
     move     WS-P-Batch   to l3-batch.
     move     WS-P-Item    to l3-item.
     move     WS-P-Date    to l3-date.
     move     WS-P-Legend  to l3-legend.
     move     WS-Effect    to l3-amount.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
*>
 ga999-exit.
     exit     section.
*>
 gb000-Post-Date-Bin     section.
*>==============================
*>
*>  Post-Date is held ddmmccyy by the GL journals and dd/mm/yy by the
*>   sales and purchase ledger runs.  An unreadable date counts as in
*>   period.
*>
     move     WS-P-Date to WS-Date-Work.
     move     "  /  /    " to u-date.
     if       WS-Date-Work (3:1) = "/"
              move WS-Date-Work (1:2) to u-date (1:2)
              move WS-Date-Work (4:2) to u-date (4:2)
              move "20"               to u-date (7:2)
              move WS-Date-Work (7:2) to u-date (9:2)
     else
              move WS-Date-Work (1:2) to u-date (1:2)
              move WS-Date-Work (3:2) to u-date (4:2)
              move WS-Date-Work (5:4) to u-date (7:4).
     move     zero to u-bin.
     perform  maps04.
     move     u-bin to WS-Post-Bin.
*>
 gb999-exit.
     exit     section.
*>
 fa000-Summary           section.
*>==============================
*>
*>  Sub-ledger = control + items not yet in the control a/c - items in
*>   the control a/c the sub-ledger never sees + the unexplained rest.
*>
     if       CR-Active (C) not = "Y"
              go to fa999-exit.
     add      CR-GL-Bal (C) CR-Unposted-Inv (C) CR-Unposted-Pay (C)
              CR-Next-Period (C) giving CR-Explained (C).
     subtract CR-FX-Reval (C) from CR-Explained (C).
     subtract CR-Explained (C) from CR-Sub-Ledger (C)
                               giving CR-Unexplained (C).
*>
     if       line-cnt > Page-Lines - 18
              perform ha000-Headings.
     move     spaces to print-record.
     if       C = 1
              move "Sales Ledger - Debtors Control A/C" to print-record (5:34)
     else
              move "Purchase Ledger - Creditors Control A/C" to print-record (5:39).
     move     CR-Ctl-AC (C) to print-record (46:6).
     write    print-record after 2.
     move     spaces to print-record.
     write    print-record after 1.
*>
     if       C = 1
              move "Customer balances less unapplied cash" to l4-text
     else
              move "Supplier balances less unapplied payments" to l4-text.
     move     CR-Sub-Ledger (C) to WS-Amount.
     perform  fb000-Line.
     if       C = 1
              move "  Memo - open items on OTM3" to l4-text
              move CR-Open-Items (1) to WS-Amount
              perform fb000-Line
              move "  Memo - balances less open items" to l4-text
              subtract CR-Open-Items (1) from CR-Sub-Ledger (1) giving WS-Amount
              perform fb000-Line.
     move     spaces to print-record.
     write    print-record after 1.
     if       IRS-Used
              move "IRS control account balance" to l4-text
     else
              move "GL control account balance" to l4-text.
     move     CR-GL-Bal (C) to WS-Amount.
     perform  fb000-Line.
     if       C = 1
              move "Add unposted sl060 invoice batches" to l4-text
     else
              move "Add unposted pl060 invoice batches" to l4-text.
     move     CR-Unposted-Inv (C) to WS-Amount.
     perform  fb000-Line.
     if       C = 1
              move "Add unposted sl100 cash / credit batches" to l4-text
     else
              move "Add unposted pl100 payment / credit batches" to l4-text.
     move     CR-Unposted-Pay (C) to WS-Amount.
     perform  fb000-Line.
     move     "Add unposted postings dated into next period" to l4-text.
     move     CR-Next-Period (C) to WS-Amount.
     perform  fb000-Line.
     move     "Less pl031 FX revaluation not in sub-ledger" to l4-text.
     move     CR-FX-Reval (C) to WS-Amount.
     perform  fb000-Line.
     move     "Explained balance" to l4-text.
     move     CR-Explained (C) to WS-Amount.
     perform  fb000-Line.
     move     spaces to print-record.
     write    print-record after 1.
     move     "UNEXPLAINED DIFFERENCE" to l4-text.
     move     CR-Unexplained (C) to WS-Amount.
     perform  fb000-Line.
     move     spaces to print-record.
     move     "Signed off ______________________    Date ____________"
                                           to print-record (5:55).
     write    print-record after 2.
     add      13 to line-cnt.
*>
 fa999-exit.
     exit     section.
*>
 fb000-Line              section.
*>==============================
*>
     move     WS-Amount to l4-amount.
     write    print-record from line-4 after 1.
     add      1 to line-cnt.
*>
 fb999-exit.
     exit     section.
*>
 ha000-Headings          section.
*>==============================
*>
     add      1 to page-nos.
     move     page-nos to l1-page.
     if       page-nos not = 1
              write print-record from line-1 after page
     else
              write print-record from line-1 after 1.
     write    print-record from line-2 after 2.
     move     spaces to print-record.
     write    print-record after 1.
     move     4 to line-cnt.
*>
 ha999-exit.
     exit     section.
*>
 IRS-Nominal-Open-Input  section.
*>==============================
*>
*>  As gl092 - the IRS FH called direct, Proc-ZZ100-ACAS-IRS-Calls
*>   wants WS-System-Record where this program has System-Record.
*>
     move     1 to File-Key-No.
     set      fn-open  to true.
     set      fn-input to true.
     call     "acasirsub1" using System-Record
                                 WS-IRSNL-Record
                                 File-Access
                                 File-Defs
                                 ACAS-DAL-Common-data
     end-call.
 IRS-Nominal-Open-Input-Exit. exit section.
*>
 IRS-Nominal-Read-Next   section.
*>==============================
*>
     move     1 to File-Key-No.
     move     zero to Access-Type.
     set      fn-Read-Next to true.
     call     "acasirsub1" using System-Record
                                 WS-IRSNL-Record
                                 File-Access
                                 File-Defs
                                 ACAS-DAL-Common-data
     end-call.
 IRS-Nominal-Read-Next-Exit. exit section.
*>
 IRS-Nominal-Close       section.
*>==============================
*>
     move     1 to File-Key-No.
     move     zero to Access-Type.
     set      fn-Close to true.
     call     "acasirsub1" using System-Record
                                 WS-IRSNL-Record
                                 File-Access
                                 File-Defs
                                 ACAS-DAL-Common-data
     end-call.
 IRS-Nominal-Close-Exit. exit section.
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
 end program gl084.
