       >>source free
*>*********************************************
*>                                            *
*>     Sales Order Acknowledgements           *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         sl955.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Tells the customer we have their order and
*>                        when it will come.  An order is a pending
*>                        invoice or receipt keyed in sl910 whose
*>                        delivery note / pick list (sl950) has not yet
*>                        been printed.  The acknowledgement lists each
*>                        line with its price and the date promised:
*>                        from stock - the day it was first
*>                        acknowledged; drop-ship (sil-Back-Ordered D)
*>                        and the back orders raised from the order
*>                        (fdboitm.cob) - the item's Stock-Order-Due,
*>                        the purchase order due date pl038 keeps up to
*>                        date, else the back order's own arrival
*>                        date; none known shows as to be advised.
*>                        It goes by e-mail (SOAK mailq template, the
*>                        document attached as ack-<order>-<rev>.txt)
*>                        to the contact flagged for orders (sl929),
*>                        else for invoices, else Sales-Email, and is
*>                        printed when there is no address.
*>                        What was sent is kept on the Ackn-File
*>                        (fdackn.cob).  (2) looks at every pending
*>                        order: new ones are acknowledged and any
*>                        whose quantities, prices or promised dates
*>                        have changed get a revised acknowledgement,
*>                        changed lines marked.  Once the order is
*>                        despatched or invoiced it is closed and no
*>                        more go out.  Run from an xl200 job stream
*>                        (caller xl150) (2) is done with no operator
*>                        input and mailq run to send, so revisions go
*>                        out automatically.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04, mailq.
*>                        acas011 (Stock), acas012 (Sales),
*>                        acas016 (Invoice) FHs.
*>**
*>    Error messages used.
*>                        SL003
*>                        SL381    Order not found.
*>                        SL382    Not a pending order.
*>                        SL383    No change since last sent.
*>                        SL384    Acknowledgement text not written.
*>                        SL385    No acknowledgements on file.
*>                        SL386    Order has no lines.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for sales order acknowledgements.
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
 copy "selackn.cob".
 copy "selboitm.cob".
 copy "selcont.cob".
 copy "selmailq.cob".
*>
     select  Ack-Text-File   assign               WS-Text-Name
                             organization         line sequential
                             status               WS-Text-Status.
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdprint.cob".
 copy "fdackn.cob".
 copy "fdboitm.cob".
 copy "fdcont.cob".
 copy "fdmailq.cob".
*>
 fd  Ack-Text-File.
 01  Ack-Text-Record     pic x(132).
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL955 (3.02.00)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "slwsinv.cob"  replacing Invoice-Line by Invoice-Lines.
 copy "slwsinv2.cob".
 01  WS-Invoice-Record  redefines Invoice-Record
                                pic x(137).
 copy "wssl.cob".
 copy "wsstock.cob".
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
     03  I               pic 99    comp   value zero.
     03  J               pic 99    comp   value zero.
     03  WS-Inv-Count    pic 99    comp   value zero.
     03  WS-Batch        pic x            value "N".
         88  WS-Unattended                value "Y".
     03  WS-Print-Open   pic x            value "N".
     03  WS-Invoice-In   pic 9(8)         value zero.
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Today-Num    pic 9(8)         value zero.
     03  WS-Text-Name    pic x(40)        value spaces.
     03  WS-Text-Status  pic 99           value zero.
     03  WS-Mail-To      pic x(64)        value spaces.
     03  WS-Route        pic x            value "P".
         88  WS-By-Email                  value "E".
         88  WS-By-Print                  value "P".
     03  WS-Have-Ack     pic x            value "N".
     03  WS-Changed      pic x            value "N".
     03  WS-Revision     pic 99           value zero.
     03  WS-First-Date   pic 9(8)         value zero.
     03  WS-Ack-Status   pic x            value space.
     03  WS-Done-New     pic 9(5)         value zero.
     03  WS-Done-Rev     pic 9(5)         value zero.
     03  WS-Done-Same    pic 9(5)         value zero.
     03  WS-Done-Closed  pic 9(5)         value zero.
     03  WS-Net-Tot      pic s9(8)v99 comp-3 value zero.
     03  WS-Vat-Tot      pic s9(8)v99 comp-3 value zero.
     03  WS-BO-Tot       pic s9(8)v99 comp-3 value zero.
     03  WS-Adv          pic 9            value 1.
     03  WS-Doc-Line     pic x(132)       value spaces.
     03  WS-Date-Out     pic x(10)        value spaces.
     03  WS-CCYYMMDD     pic 9(8)         value zero.
*>
*>  The order as it stands now, then as last sent (Ackn-File) - seq
*>   01-40 the invoice lines, 41-99 back orders raised from it.
*>
 01  WS-Ack-Table.
     03  WS-AT-Count     pic 99    comp   value zero.
     03  WS-AT-Entry                      occurs 99.
         05  WS-AT-Seq       pic 99.
         05  WS-AT-Product   pic x(13).
         05  WS-AT-Desc      pic x(32).
         05  WS-AT-Qty       pic s9(6)      comp-3.
         05  WS-AT-Unit      pic s9(7)v99   comp-3.
         05  WS-AT-Net       pic s9(7)v99   comp-3.
         05  WS-AT-Promised  binary-long.
         05  WS-AT-Source    pic x.
         05  WS-AT-Mark      pic x.
*>
 01  WS-Old-Table.
     03  WS-OT-Count     pic 99    comp   value zero.
     03  WS-OT-Entry                      occurs 99.
         05  WS-OT-Seq       pic 99.
         05  WS-OT-Product   pic x(13).
         05  WS-OT-Qty       pic s9(6)      comp-3.
         05  WS-OT-Unit      pic s9(7)v99   comp-3.
         05  WS-OT-Promised  binary-long.
         05  WS-OT-Source    pic x.
*>
 01  Error-Messages.
     03  SL003          pic x(28) value "SL003 Hit Return To Continue".
     03  SL381          pic x(21) value "SL381 Order not found".
     03  SL382          pic x(59) value "SL382 Not a pending order - already despatched or invoiced".
     03  SL383          pic x(48) value "SL383 No change since last sent - send a copy ?".
     03  SL384          pic x(48) value "SL384 Acknowledgement text not written, status =".
     03  SL385          pic x(33) value "SL385 No acknowledgements on file".
     03  SL386          pic x(24) value "SL386 Order has no lines".
*>
*>  The acknowledgement itself.
*>
 01  doc-1.
     03  d1-user         pic x(48).
     03  d1-title        pic x(44).
     03  filler          pic x(8)        value "Date    ".
     03  d1-date         pic x(10).
*>
 01  doc-2.
     03  filler          pic x(10)       value spaces.
     03  d2-text         pic x(48).
*>
 01  doc-3.
     03  filler          pic x(14)       value "Our order no. ".
     03  d3-order        pic 9(8).
     03  filler          pic x(16)       value "    Account     ".
     03  d3-customer     pic x(7).
     03  filler          pic x(16)       value "    Your ref.   ".
     03  d3-ref          pic x(10).
*>
 01  doc-4.
     03  filler          pic x(132)      value
         "  Item          Description                         Qty   Unit Price        Net  Promised".
*>
 01  doc-5.
     03  d5-mark         pic xb.
     03  d5-product      pic x(14).
     03  d5-desc         pic x(33).
     03  d5-qty          pic z(5)9-.
     03  filler          pic x.
     03  d5-unit         pic z(6)9.99.
     03  filler          pic x.
     03  d5-net          pic z(6)9.99-.
     03  filler          pic x.
     03  d5-promised     pic x(20).
*>
 01  doc-6.
     03  d6-text         pic x(30).
     03  filler          pic x(42)       value spaces.
     03  d6-amount       pic z(7)9.99-.
*>
*>  The register of acknowledgements sent.
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  filler          pic x(40)       value "Order Acknowledgements Register".
     03  filler          pic x(36)       value spaces.
     03  filler          pic x(5)        value "Page ".
     03  l1-page         pic zz9.
*>
 01  line-2.
     03  filler          pic x(132)      value
         "Order No  Account  Rev  First Sent  Last Sent   Lines  By  Sent To                         Status".
*>
 01  line-3.
     03  l3-order        pic 9(8)bb.
     03  l3-customer     pic x(7)bb.
     03  l3-rev          pic z9bbb.
     03  l3-first        pic x(10)bb.
     03  l3-last         pic x(10)bb.
     03  l3-lines        pic z9bbbbb.
     03  l3-by           pic xbbb.
     03  l3-to           pic x(30)bb.
     03  l3-status       pic x(6).
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
     accept   WS-Today-Num from date YYYYMMDD.
     move     to-day to u-date.
     move     zero to u-bin.
     perform  maps04.
     move     u-bin to WS-Today-Bin.
*>
     open     i-o Ackn-File.
     if       fs-reply not = zero
              open  output Ackn-File
              close Ackn-File
              open  i-o    Ackn-File.
*>
*>  Job stream step - new and changed orders, no screen, then send.
*>
     if       WS-Caller = "xl150"
              move "Y" to WS-Batch
              perform da000-New-And-Revised
              perform gz000-Send-Mail
              go to menu-exit.
*>
 menu-return.
     move     space  to  menu-reply.
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Order Acknowledgements" at 0130 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
*>
     display  "Select one of the following by number :- [ ]"  at 0501 with foreground-color 2.
     display  "(1)  Acknowledge One Order"               at 0811 with foreground-color 2.
     display  "(2)  Send New & Revised Acknowledgements" at 0911 with foreground-color 2.
     display  "(3)  Print Acknowledgements Register"     at 1011 with foreground-color 2.
     display  "(X)  Return To Menu"                      at 1211 with foreground-color 2.
*>
 menu-input.
     accept   menu-reply at 0543 with foreground-color 6 auto UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or menu-reply = "X"
              go to menu-exit.
     if       menu-reply = "1"
              perform  ba000-One-Order
              go to menu-return.
     if       menu-reply = "2"
              perform  da000-New-And-Revised
              go to menu-return.
     if       menu-reply = "3"
              perform  ea000-Register
              go to menu-return.
     go       to menu-input.
*>
 menu-exit.
     close    Ackn-File.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-One-Order         section.
*>==============================
*>
*>  One order on demand - first, revised, or a copy of the last.
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Acknowledge One Order" at 0130 with foreground-color 2.
     move     zero to WS-Invoice-In.
     display  "Order (invoice) no. [        ]" at 0501 with foreground-color 2.
     accept   WS-Invoice-In at 0522 with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
           or WS-Invoice-In = zero
              go to ba999-exit.
*>
     perform  Invoice-Open-Input.
     move     WS-Invoice-In to invoice-nos.
     move     zero to item-nos.
     move     1 to File-Key-No.
     perform  Invoice-Read-Indexed.
     if       fs-reply not = zero
              perform Invoice-Close
              display SL381 at 2301 with foreground-color 4 highlight
              go to ba900-Wait.
     move     WS-Invoice-Record to sinvoice-header.
     if       not pending in sih-status
           or sih-status-P = "P"
           or (sih-type not = 1 and not = 2)
              perform Invoice-Close
              display SL382 at 2301 with foreground-color 4 highlight
              go to ba900-Wait.
     perform  ca000-Build-Order.
     perform  Invoice-Close.
     if       WS-AT-Count = zero
              display SL386 at 2301 with foreground-color 4 highlight
              go to ba900-Wait.
     perform  cb000-Compare.
*>
     display  Sales-Name at 0533 with foreground-color 3.
     if       WS-Have-Ack = "Y"
              display "Last sent as revision " at 0701 with foreground-color 2
              display WS-Revision at 0723 with foreground-color 3.
     if       WS-Have-Ack = "Y"
        and   WS-Changed = "N"
              display SL383 at 0901 with foreground-color 2
              move "N" to ws-reply
              accept ws-reply at 0950 with foreground-color 6 update UPPER
              if  ws-reply not = "Y"
                  go to ba999-exit
              end-if
     end-if
*>
     perform  cc000-Find-Contact.
     move     "P" to WS-Route.
     if       WS-Mail-To not = spaces
              move "E" to WS-Route.
     display  "(E)-mail or (P)rint ? [ ]" at 1101 with foreground-color 2.
     display  WS-Route at 1124 with foreground-color 6.
     if       WS-Mail-To not = spaces
              display WS-Mail-To (1:40) at 1131 with foreground-color 3.
*>
 ba010-Route.
     accept   WS-Route at 1124 with foreground-color 6 update UPPER.
     if       Cob-Crt-Status = Cob-Scr-Esc
              go to ba999-exit.
     if       not WS-By-Email and not WS-By-Print
              go to ba010-Route.
     if       WS-By-Email
        and   WS-Mail-To = spaces
              go to ba010-Route.
*>
     perform  ce000-Issue.
     if       WS-Print-Open = "Y"
              close print-file
              move "N" to WS-Print-Open
              call "SYSTEM" using Print-Report.
     if       WS-Have-Ack = "N"
              display "Acknowledgement sent." at 1301 with foreground-color 2
     else
      if      WS-Changed = "Y"
              display "Revised acknowledgement sent." at 1301 with foreground-color 2
      else
              display "Copy of the last acknowledgement sent." at 1301 with foreground-color 2.
     if       WS-By-Email
              display "Queued - goes on the next mail run." at 1401 with foreground-color 2.
*>
 ba900-Wait.
     display  SL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Build-Order       section.
*>==============================
*>
*>  Header in sinvoice-header and the invoice file just past it: the
*>   lines and back orders, each with its promised date, into
*>   WS-Ack-Table; the customer into the sales record.
*>
     move     zero to WS-AT-Count WS-BO-Tot.
     initialize WS-Ack-Table.
     move     sih-customer to WS-Sales-Key.
     move     1 to File-Key-No.
     perform  Sales-Open-Input.
     perform  Sales-Read-Indexed.
     if       fs-reply not = zero
              move spaces to Sales-Name Sales-Address Sales-Email.
     perform  Sales-Close.
     perform  cd000-Load-Old.
     perform  Stock-Open-Input.
     move     1 to I.
*>
 ca010-Line.
     if       I > sih-lines
           or I > 40
              go to ca100-Back-Orders.
     perform  Invoice-Read-Next.
     if       fs-reply not = zero
           or item-nos = zero
              go to ca100-Back-Orders.
     move     WS-Invoice-Record to Invoice-Lines (I).
     add      1 to WS-AT-Count.
     move     WS-AT-Count          to J.
     move     sil-line (I)         to WS-AT-Seq (J).
     move     sil-product (I)      to WS-AT-Product (J).
     move     sil-description (I)  to WS-AT-Desc (J).
     move     sil-qty (I)          to WS-AT-Qty (J).
     move     sil-unit (I)         to WS-AT-Unit (J).
     move     sil-net (I)          to WS-AT-Net (J).
     move     space                to WS-AT-Mark (J).
*>
*>  Drop-ship waits on the supplier's order, a stocked line is
*>   available now, anything not on the stock file or a service is
*>   ours to supply now.
*>
     move     "N" to WS-AT-Source (J).
     move     WS-Today-Bin to WS-AT-Promised (J).
     if       sil-product (I) not = spaces
              move sil-product (I) to WS-Stock-Key
              move 1 to File-Key-No
              perform Stock-Read-Indexed
              if   fs-reply = zero
               and Stock-Services-Flag not = "Y"
                   move "S" to WS-AT-Source (J)
              end-if
     end-if
     if       sil-Back-Ordered (I) = "D"
              move "D" to WS-AT-Source (J)
              move zero to WS-AT-Promised (J)
              if   fs-reply = zero
                   move Stock-Order-Due to WS-AT-Promised (J)
              end-if
     end-if
     perform  cd100-Keep-Promise.
     add      1 to I.
     go       to ca010-Line.
*>
 ca100-Back-Orders.
     move     WS-AT-Count to WS-Inv-Count.
     open     input BO-Stk-Itm-File.
     if       fs-reply not = zero
              go to ca900-Done.
     move     sih-customer to BO-Stk-Cust-No.
     move     low-values to BO-Stk-Item-No.
     move     zero to BO-Serial.
     start    BO-Stk-Itm-File key not less than BO-Cust-Itm-No
              invalid key
              go to ca190-Close.
*>
 ca110-Read.
     read     BO-Stk-Itm-File next record
              at end
              go to ca190-Close.
     if       BO-Stk-Cust-No not = sih-customer
              go to ca190-Close.
     if       BO-Stk-Orig-Inv-No not = sih-invoice
           or not BO-Item-Outstanding
           or BO-Stk-BO-Qty = zero
              go to ca110-Read.
     if       WS-AT-Count - WS-Inv-Count = 59
              go to ca190-Close.
     add      1 to WS-AT-Count.
     move     WS-AT-Count to J.
     compute  WS-AT-Seq (J) = 40 + J - WS-Inv-Count.
     move     BO-Stk-Item-No to WS-AT-Product (J).
     move     "B" to WS-AT-Source (J).
     move     BO-Stk-BO-Qty to WS-AT-Qty (J).
     move     BO-Stk-Price  to WS-AT-Unit (J).
     compute  WS-AT-Net (J) rounded = BO-Stk-BO-Qty * BO-Stk-Price.
     add      WS-AT-Net (J) to WS-BO-Tot.
     move     space to WS-AT-Mark (J).
     move     "Back order" to WS-AT-Desc (J).
     move     BO-Stk-BO-Arr-Date to WS-AT-Promised (J).
     move     BO-Stk-Item-No to WS-Stock-Key.
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     if       fs-reply = zero
              move WS-Stock-Desc to WS-AT-Desc (J)
              if   Stock-Order-Due not = zero
                   move Stock-Order-Due to WS-AT-Promised (J)
              end-if
     end-if
     go       to ca110-Read.
*>
 ca190-Close.
     close    BO-Stk-Itm-File.
*>
 ca900-Done.
     perform  Stock-Close.
*>
 ca999-exit.
     exit     section.
*>
 cb000-Compare           section.
*>==============================
*>
*>  Against what was last sent: any line added, gone, or with a new
*>   quantity, price or promised date is a change and is marked.
*>
     move     "N" to WS-Changed.
     if       WS-Have-Ack = "N"
              go to cb999-exit.
     if       WS-AT-Count not = WS-OT-Count
              move "Y" to WS-Changed.
     move     1 to J.
*>
 cb010-Line.
     if       J > WS-AT-Count
              go to cb999-exit.
     if       J > WS-OT-Count
              move "*" to WS-AT-Mark (J)
              move "Y" to WS-Changed
              add 1 to J
              go to cb010-Line.
     if       WS-AT-Product (J)  not = WS-OT-Product (J)
           or WS-AT-Qty (J)      not = WS-OT-Qty (J)
           or WS-AT-Unit (J)     not = WS-OT-Unit (J)
           or WS-AT-Promised (J) not = WS-OT-Promised (J)
              move "*" to WS-AT-Mark (J)
              move "Y" to WS-Changed.
     add      1 to J.
     go       to cb010-Line.
*>
 cb999-exit.
     exit     section.
*>
 cc000-Find-Contact      section.
*>==============================
*>
*>  Contact flagged for orders (sl929) first, then the one for
*>   invoices, else Sales-Email.
*>
     move     spaces to WS-Mail-To.
     move     Sales-Email to WS-Mail-To.
     open     input Contact-File.
     if       fs-reply not = zero
              go to cc999-exit.
     move     sih-customer to CT-Customer.
     move     zero to CT-Seq.
     start    Contact-File key not less than CT-Key
              invalid key
              go to cc090-Close.
*>
 cc010-Loop.
     read     Contact-File next record
              at end
              go to cc090-Close.
     if       CT-Customer not = sih-customer
              go to cc090-Close.
     if       CT-Use-Order = "Y"
        and   CT-Email not = spaces
              move CT-Email to WS-Mail-To
              go to cc090-Close.
     if       CT-Use-Invoice = "Y"
        and   CT-Email not = spaces
        and   WS-Mail-To = Sales-Email
              move CT-Email to WS-Mail-To.
     go       to cc010-Loop.
*>
 cc090-Close.
     close    Contact-File.
*>
 cc999-exit.
     exit     section.
*>
 cd000-Load-Old          section.
*>==============================
*>
*>  The acknowledgement last sent for the order, if any.
*>
     move     "N" to WS-Have-Ack.
     move     zero to WS-OT-Count WS-Revision WS-First-Date.
     move     space to WS-Ack-Status.
     move     sih-invoice to ACK-Invoice.
     move     zero to ACK-Line.
     read     Ackn-File
              invalid key
              go to cd999-exit.
     move     "Y" to WS-Have-Ack.
     move     ACKH-Revision   to WS-Revision.
     move     ACKH-First-Date to WS-First-Date.
     move     ACKH-Status     to WS-Ack-Status.
     start    Ackn-File key greater than ACK-Key
              invalid key
              go to cd999-exit.
*>
 cd010-Read.
     read     Ackn-File next record
              at end
              go to cd999-exit.
     if       ACK-Invoice not = sih-invoice
           or WS-OT-Count = 99
              go to cd999-exit.
     add      1 to WS-OT-Count.
     move     ACK-Line      to WS-OT-Seq (WS-OT-Count).
     move     ACKL-Product  to WS-OT-Product (WS-OT-Count).
     move     ACKL-Qty      to WS-OT-Qty (WS-OT-Count).
     move     ACKL-Unit     to WS-OT-Unit (WS-OT-Count).
     move     ACKL-Promised to WS-OT-Promised (WS-OT-Count).
     move     ACKL-Source   to WS-OT-Source (WS-OT-Count).
     go       to cd010-Read.
*>
 cd999-exit.
     exit     section.
*>
 cd100-Keep-Promise      section.
*>==============================
*>
*>  A line from stock keeps the date it was first promised, so the
*>   order does not look changed just because a day has passed.
*>
     if       WS-AT-Source (J) not = "S" and not = "N"
              go to cd199-exit.
     if       J > WS-OT-Count
              go to cd199-exit.
     if       WS-OT-Product (J) = WS-AT-Product (J)
        and   WS-OT-Source (J)  = WS-AT-Source (J)
        and   WS-OT-Promised (J) not = zero
              move WS-OT-Promised (J) to WS-AT-Promised (J).
*>
 cd199-exit.
     exit     section.
*>
 ce000-Issue             section.
*>==============================
*>
*>  Produce the document, by mail or printer, and record what was sent.
*>
     if       WS-Have-Ack = "Y"
        and   WS-Changed = "Y"
              add 1 to WS-Revision.
     if       WS-Have-Ack = "N"
              move zero to WS-Revision
              move WS-Today-Num to WS-First-Date.
*>
     if       WS-By-Email
              move spaces to WS-Text-Name
              string "ack-"        delimited by size
                     sih-invoice   delimited by size
                     "-"           delimited by size
                     WS-Revision   delimited by size
                     ".txt"        delimited by size
                                   into WS-Text-Name
              open output Ack-Text-File
              if   WS-Text-Status not = zero
                   move "P" to WS-Route
                   if   not WS-Unattended
                        display SL384 at 2301 with foreground-color 4 highlight
                        display WS-Text-Status at 2350 with foreground-color 4
                   end-if
              end-if
     end-if
     if       WS-By-Print
        and   WS-Print-Open = "N"
              open output print-file
              move "Y" to WS-Print-Open.
*>
     perform  cf000-Document.
*>
     if       WS-By-Email
              close Ack-Text-File
              perform cg000-Queue-Email.
     perform  ch000-Save-Sent.
*>
 ce999-exit.
     exit     section.
*>
 cf000-Document          section.
*>==============================
*>
     move     usera to d1-user.
     if       WS-Revision = zero
              move "ORDER ACKNOWLEDGEMENT" to d1-title
     else
              move spaces to d1-title
              string "REVISED ORDER ACKNOWLEDGEMENT - REV " delimited by size
                     WS-Revision delimited by size
                                 into d1-title.
     move     to-day to d1-date.
     move     doc-1 to WS-Doc-Line.
     move     zero to WS-Adv.
     perform  za000-Put-Line.
*>
     move     Sales-Name to d2-text.
     move     doc-2 to WS-Doc-Line.
     move     2 to WS-Adv.
     perform  za000-Put-Line.
     move     Sales-Addr1 to d2-text.
     move     doc-2 to WS-Doc-Line.
     move     1 to WS-Adv.
     perform  za000-Put-Line.
     move     Sales-Addr2 to d2-text.
     move     doc-2 to WS-Doc-Line.
     perform  za000-Put-Line.
*>
     move     sih-invoice  to d3-order.
     move     sih-customer to d3-customer.
     move     sih-order    to d3-ref.
     if       sih-order = spaces
              move sih-ref to d3-ref.
     move     doc-3 to WS-Doc-Line.
     move     2 to WS-Adv.
     perform  za000-Put-Line.
     move     doc-4 to WS-Doc-Line.
     perform  za000-Put-Line.
     move     spaces to WS-Doc-Line.
     move     1 to WS-Adv.
     perform  za000-Put-Line.
*>
     move     1 to J.
*>
 cf010-Line.
     if       J > WS-AT-Count
              go to cf020-Totals.
     move     spaces to doc-5.
     move     WS-AT-Mark (J)    to d5-mark.
     move     WS-AT-Product (J) to d5-product.
     move     WS-AT-Desc (J)    to d5-desc.
     move     WS-AT-Qty (J)     to d5-qty.
     move     WS-AT-Unit (J)    to d5-unit.
     move     WS-AT-Net (J)     to d5-net.
     move     spaces to d5-promised.
     if       WS-AT-Promised (J) = zero
              move "To be advised" to d5-promised
              go to cf015-Put.
     move     WS-AT-Promised (J) to u-bin.
     perform  maps04.
     move     u-date to d5-promised.
     if       WS-AT-Source (J) = "B"
              move "B/O" to d5-promised (12:3).
     if       WS-AT-Source (J) = "D"
              move "Direct" to d5-promised (12:6).
*>
 cf015-Put.
     move     doc-5 to WS-Doc-Line.
     move     1 to WS-Adv.
     perform  za000-Put-Line.
     add      1 to J.
     go       to cf010-Line.
*>
 cf020-Totals.
     add      sih-net sih-extra sih-carriage sih-deduct-amt giving WS-Net-Tot.
     add      sih-vat sih-e-vat sih-c-vat sih-deduct-vat    giving WS-Vat-Tot.
     move     "Goods, carriage & extras" to d6-text.
     move     WS-Net-Tot to d6-amount.
     move     doc-6 to WS-Doc-Line.
     move     2 to WS-Adv.
     perform  za000-Put-Line.
     move     "VAT" to d6-text.
     move     WS-Vat-Tot to d6-amount.
     move     doc-6 to WS-Doc-Line.
     move     1 to WS-Adv.
     perform  za000-Put-Line.
     move     "Order total" to d6-text.
     add      WS-Net-Tot WS-Vat-Tot giving d6-amount.
     move     doc-6 to WS-Doc-Line.
     perform  za000-Put-Line.
     if       WS-BO-Tot not = zero
              move "Back orders to follow (net)" to d6-text
              move WS-BO-Tot to d6-amount
              move doc-6 to WS-Doc-Line
              move 2 to WS-Adv
              perform za000-Put-Line
              move "Back orders are invoiced when they are despatched."
                                      to WS-Doc-Line
              move 1 to WS-Adv
              perform za000-Put-Line.
     if       WS-Revision not = zero
              move "* marks a line changed since our last acknowledgement."
                                      to WS-Doc-Line
              move 2 to WS-Adv
              perform za000-Put-Line.
*>
 cf999-exit.
     exit     section.
*>
 cg000-Queue-Email       section.
*>==============================
*>
*>  SOAK template - order, revision and the customer's reference ride
*>   in the subject, the document is the attachment.
*>
     open     i-o Mail-Queue-File.
     if       fs-reply not = zero
              open  output Mail-Queue-File
              close Mail-Queue-File
              open  i-o    Mail-Queue-File.
     move     high-values to Mq-Seq-No.
     start    Mail-Queue-File key is less than Mq-Seq-No
              invalid key move zero to Mq-Seq-No.
     if       Mq-Seq-No not = zero
              read Mail-Queue-File next record
              at end move zero to Mq-Seq-No.
     add      1 to Mq-Seq-No.
*>
     move     "SOAK"          to Mq-Template-Code.
     move     WS-Mail-To      to Mq-To.
     move     Company-Email   to Mq-From.
     move     spaces          to Mq-Merge-1 Mq-Merge-2 Mq-Merge-3.
     string   "our order "    delimited by size
              sih-invoice     delimited by size
              " your ref "    delimited by size
              d3-ref          delimited by "  "
                              into Mq-Merge-1.
     if       WS-Revision not = zero
              string Mq-Merge-1    delimited by "  "
                     " revision "  delimited by size
                     WS-Revision   delimited by size
                                   into Mq-Merge-2
              move   Mq-Merge-2 to Mq-Merge-1
              move   spaces to Mq-Merge-2.
     move     sih-customer    to Mq-Merge-2.
     move     WS-Text-Name    to Mq-Attachment.
     move     "Q"             to Mq-Status.
     accept   Mq-Queued-Date  from date yyyymmdd.
     accept   Mq-Queued-Time  from time.
     move     zero            to Mq-Sent-Date.
     write    Mail-Queue-Record.
     close    Mail-Queue-File.
*>
 cg999-exit.
     exit     section.
*>
 ch000-Save-Sent         section.
*>==============================
*>
*>  The lines as sent replace those held, then the header.
*>
     move     sih-invoice to ACK-Invoice.
     move     1 to ACK-Line.
     start    Ackn-File key not less than ACK-Key
              invalid key
              go to ch020-Write.
*>
 ch010-Delete.
     read     Ackn-File next record
              at end
              go to ch020-Write.
     if       ACK-Invoice not = sih-invoice
              go to ch020-Write.
     delete   Ackn-File record.
     go       to ch010-Delete.
*>
 ch020-Write.
     move     1 to J.
*>
 ch030-Line.
     if       J > WS-AT-Count
              go to ch040-Header.
     move     spaces to ACK-Data.
     move     sih-invoice       to ACK-Invoice.
     move     WS-AT-Seq (J)     to ACK-Line.
     move     WS-AT-Product (J) to ACKL-Product.
     move     WS-AT-Desc (J)    to ACKL-Description.
     move     WS-AT-Qty (J)     to ACKL-Qty.
     move     WS-AT-Unit (J)    to ACKL-Unit.
     move     WS-AT-Net (J)     to ACKL-Net.
     move     WS-AT-Promised (J) to ACKL-Promised.
     move     WS-AT-Source (J)  to ACKL-Source.
     write    Ackn-Record
              invalid key
              rewrite Ackn-Record
     end-write
     add      1 to J.
     go       to ch030-Line.
*>
 ch040-Header.
     move     spaces to ACK-Data.
     move     sih-invoice    to ACK-Invoice.
     move     zero           to ACK-Line.
     move     sih-customer   to ACKH-Customer.
     move     WS-Revision    to ACKH-Revision.
     move     WS-First-Date  to ACKH-First-Date.
     move     WS-Today-Num   to ACKH-Last-Date.
     move     WS-AT-Count    to ACKH-Lines.
     move     WS-Route       to ACKH-Sent-By.
     move     spaces         to ACKH-Sent-To.
     if       WS-By-Email
              move WS-Mail-To to ACKH-Sent-To.
     move     "O"            to ACKH-Status.
     write    Ackn-Record
              invalid key
              rewrite Ackn-Record
     end-write.
*>
 ch999-exit.
     exit     section.
*>
 da000-New-And-Revised   section.
*>==============================
*>
*>  Every order: pending and not despatched - acknowledged if new,
*>   sent again revised if changed; despatched or invoiced - closed.
*>
     move     zero to WS-Done-New WS-Done-Rev WS-Done-Same WS-Done-Closed.
     if       not WS-Unattended
              display prog-name at 0101 with erase eos foreground-color 2
              display "Send New & Revised Acknowledgements" at 0123 with foreground-color 2.
     perform  Invoice-Open-Input.
     if       fs-reply not = zero
              go to da900-End.
     move     zero to invoice-nos item-nos.
     move     1 to File-Key-No.
     set      fn-Not-Less-Than to true.
     perform  Invoice-Start.
     if       fs-reply not = zero
              go to da800-Close.
*>
 da010-Read.
     perform  Invoice-Read-Next-Header.
     if       fs-reply not = zero
              go to da800-Close.
     if       item-nos not = zero
              go to da010-Read.
     move     WS-Invoice-Record to sinvoice-header.
     if       sih-type not = 1 and not = 2
              go to da010-Read.
     if       not pending in sih-status
           or sih-status-P = "P"
              perform db000-Close-Ack
              go to da010-Read.
*>
     perform  ca000-Build-Order.
     if       WS-AT-Count = zero
              go to da010-Read.
     perform  cb000-Compare.
     if       WS-Have-Ack = "Y"
        and   WS-Changed = "N"
              add 1 to WS-Done-Same
              go to da010-Read.
     if       WS-Have-Ack = "Y"
        and   WS-Ack-Status = "C"
              go to da010-Read.
     if       WS-Have-Ack = "Y"
              add 1 to WS-Done-Rev
     else
              add 1 to WS-Done-New.
     perform  cc000-Find-Contact.
     move     "P" to WS-Route.
     if       WS-Mail-To not = spaces
              move "E" to WS-Route.
     perform  ce000-Issue.
     go       to da010-Read.
*>
 da800-Close.
     perform  Invoice-Close.
*>
 da900-End.
     if       WS-Print-Open = "Y"
              close print-file
              move "N" to WS-Print-Open
              call "SYSTEM" using Print-Report.
     if       WS-Unattended
              go to da999-exit.
     display  "New acknowledgements     " at 0801 with foreground-color 2.
     display  WS-Done-New    at 0827 with foreground-color 3.
     display  "Revised acknowledgements " at 0901 with foreground-color 2.
     display  WS-Done-Rev    at 0927 with foreground-color 3.
     display  "Orders unchanged         " at 1001 with foreground-color 2.
     display  WS-Done-Same   at 1027 with foreground-color 3.
     display  "Orders closed            " at 1101 with foreground-color 2.
     display  WS-Done-Closed at 1127 with foreground-color 3.
     display  "E-mails go on the next mail run." at 1301 with foreground-color 2.
     display  SL003 at 2401 with foreground-color 2.
     accept   ws-reply at 2430.
*>
 da999-exit.
     exit     section.
*>
 db000-Close-Ack         section.
*>==============================
*>
*>  Despatched or invoiced - nothing more goes out for it.
*>
     move     sih-invoice to ACK-Invoice.
     move     zero to ACK-Line.
     read     Ackn-File
              invalid key
              go to db999-exit.
     if       ACKH-Closed
              go to db999-exit.
     move     "C" to ACKH-Status.
     rewrite  Ackn-Record.
     add      1 to WS-Done-Closed.
*>
 db999-exit.
     exit     section.
*>
 ea000-Register          section.
*>==============================
*>
     move     zero to ACK-Invoice ACK-Line.
     start    Ackn-File key not less than ACK-Key
              invalid key
              display SL385 at 2301 with foreground-color 4 highlight
              display SL003 at 2401 with foreground-color 2
              accept  ws-reply at 2430
              go to ea999-exit.
     open     output print-file.
     move     zero to page-nos.
     perform  eb000-Headings.
*>
 ea010-Read.
     read     Ackn-File next record
              at end
              go to ea900-End.
     if       ACK-Line not = zero
              go to ea010-Read.
     move     ACK-Invoice     to l3-order.
     move     ACKH-Customer   to l3-customer.
     move     ACKH-Revision   to l3-rev.
     move     ACKH-First-Date to WS-CCYYMMDD.
     perform  zz080-CCYYMMDD-To-Text.
     move     WS-Date-Out     to l3-first.
     move     ACKH-Last-Date  to WS-CCYYMMDD.
     perform  zz080-CCYYMMDD-To-Text.
     move     WS-Date-Out     to l3-last.
     move     ACKH-Lines      to l3-lines.
     move     ACKH-Sent-By    to l3-by.
     move     ACKH-Sent-To    to l3-to.
     if       ACKH-Closed
              move "Closed" to l3-status
     else
              move "Open"   to l3-status.
     if       line-cnt > Page-Lines - 3
              perform eb000-Headings.
     write    print-record from line-3 after 1.
     add      1 to line-cnt.
     go       to ea010-Read.
*>
 ea900-End.
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>
 ea999-exit.
     exit     section.
*>
 eb000-Headings          section.
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
 eb999-exit.
     exit     section.
*>
 gz000-Send-Mail         section.
*>==============================
*>
     call     "mailq" using ws-calling-data
                            system-record
                            to-day
                            file-defs.
*>
 gz999-exit.
     exit     section.
*>
 za000-Put-Line          section.
*>==============================
*>
*>  WS-Doc-Line to the mail attachment or the printer - WS-Adv zero
*>   starts a new page (a new document).
*>
     if       WS-By-Email
              move WS-Doc-Line to Ack-Text-Record
              write Ack-Text-Record
              go to za999-exit.
     if       WS-Adv = zero
              write print-record from WS-Doc-Line after page
     else
              write print-record from WS-Doc-Line after WS-Adv.
*>
 za999-exit.
     exit     section.
*>
 zz080-CCYYMMDD-To-Text    section.
*>********************************
*>
*>  WS-CCYYMMDD to WS-Date-Out as dd/mm/ccyy, spaces if none.
*>
     move     spaces to WS-Date-Out.
     if       WS-CCYYMMDD = zero
              go to zz080-exit.
     move     WS-CCYYMMDD (7:2) to WS-Date-Out (1:2).
     move     WS-CCYYMMDD (5:2) to WS-Date-Out (4:2).
     move     WS-CCYYMMDD (1:4) to WS-Date-Out (7:4).
     move     "/" to WS-Date-Out (3:1) WS-Date-Out (6:1).
*>
 zz080-exit.
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
