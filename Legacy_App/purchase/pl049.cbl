       >>source free
*>*********************************************
*>                                            *
*>    Drop-Ship Purchase Order Raise          *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         pl049.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Called from sl910 for each invoice line
*>                        flagged drop-ship once the invoice is
*>                        stored - see wsdrop.cob for the contract.
*>                        Raises the purchase order folio to the
*>                        item's primary supplier (pl023 style, order
*>                        ref DSnnnnnnnn = the sales invoice) with the
*>                        customer's delivery address as comment lines
*>                        so the supplier delivers direct, and records
*>                        the line on the drop-ship file (fddrop.cob)
*>                        so sl060 holds the invoice back until sl948
*>                        has the supplier's despatch confirmed.
*>                        No stock movement - the goods never pass
*>                        through our stores.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     acas000 (System), acas026 (PInvoice).
*>**
*>    Error messages used.
*>                        None - a failure is returned in DSB-Error
*>                        for sl910 to report.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for drop-shipment orders.
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
 copy "seldrop.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fddrop.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "PL049 (3.02.00)".
*>
 copy "wsfnctn.cob".
 copy "wsfdpinv.cob".   *> replacing Invoice-Record by WS-PInvoice-Record.
 copy "plwspinv.cob".   *> Pinvoice-header / Pinvoice-Bodies.
*>
*> REMARK OUT ANY IN USE
*>
 01  Dummies-4-Unused-ACAS-FH-Calls.      *> Call blk at zz080-ACAS-Calls
     03  Default-Record         pic x.
     03  Final-Record           pic x.
     03  WS-Ledger-Record       pic x.
     03  WS-Posting-Record      pic x.
     03  WS-Batch-Record        pic x.
     03  WS-IRS-Posting-Record  pic x.
     03  WS-Stock-Audit-Record  pic x.
     03  WS-Stock-Record        pic x.
     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  WS-Analysis-Record     pic x.
     03  WS-Del-Inv-Nos-Record  pic x.
     03  WS-Purch-Record        pic x.
     03  WS-Pay-Record          pic x.
     03  WS-Invoice-Record      pic x.
     03  WS-OTM3-Record         pic x.
*>     03  WS-PInvoice-Record     pic x.
     03  WS-OTM5-Record         pic x.
*>
 copy "Test-Data-Flags.cob".  *> set sw-testing to zero to stop logging.
*>
 01  ws-data.
     03  WS-Pass-Value   pic 9.
     03  WS-DS-Status    pic 99           value zero.
     03  WS-File-State   pic x            value "C".
         88  WS-File-Closed               value "C".
         88  WS-File-Open                 value "O".
     03  WS-Folio        pic 9(8)         value zero.
     03  WS-Net          pic s9(7)v99     value zero.
     03  WS-Unit         pic s9(7)v99     value zero.
     03  WS-Lines        pic 99           value zero.
     03  WS-Ptr          pic 999          value zero.
     03  WS-Addr-Part    pic x(48)        value spaces.
*>
 linkage section.
*>**************
*>
 copy "wscall.cob".
 copy "wssystem.cob".
 copy "wsnames.cob".
 01  To-Day             pic x(10).
 copy "wsdrop.cob".
*>
 procedure division using ws-calling-data
                          system-record
                          to-day
                          file-defs
                          Drop-Ship-Block.
*>=======================================
*>
 aa000-Main section.
*>*****************
*>
     if       DSB-Fn-Close
              if    WS-File-Open
                    close Drop-Ship-File
              end-if
              set   WS-File-Closed to true
              goback.
*>
     move     zero to DSB-Folio DSB-Error.
     if       WS-File-Closed
              open  i-o Drop-Ship-File
              if    WS-DS-Status not = zero
                    open  output Drop-Ship-File
                    close Drop-Ship-File
                    open  i-o    Drop-Ship-File
              end-if
              if    WS-DS-Status not = zero
                    move WS-DS-Status to DSB-Error
                    goback
              end-if
              set   WS-File-Open to true
     end-if
*>
     perform  ba000-Raise-Folio.
     if       DSB-Folio = zero
              goback.
     perform  ca000-Drop-Record.
     goback.
*>
 aa999-exit.
     exit     program.
*>
 ba000-Raise-Folio       section.
*>==============================
*>
*>  Order folio for the line - item at the supplier's cost, then
*>   "/" comment lines carrying where the goods go.
*>
     perform  zz100-Read-System-Record.
     if       Next-Folio = zero
              move 1 to Next-Folio.
     move     Next-Folio to WS-Folio.
     add      1 to Next-Folio.
     perform  zz110-Write-System-Record.
*>
     move     DSB-Unit-Cost to WS-Unit.
     compute  WS-Net rounded = DSB-Qty * DSB-Unit-Cost.
*>
     perform  PInvoice-Open.
     move     spaces to Pinvoice-Bodies (1:75).
     move     WS-Folio      to il-invoice (1).
     move     1             to il-line (1).
     move     DSB-Product   to il-product (1).
     move     "  "          to il-pa (1).
     move     DSB-Qty       to il-qty (1).
     move     "2"           to il-type (1).
     move     DSB-Desc      to il-description (1).
     move     WS-Net        to il-net (1).
     move     WS-Unit       to il-unit (1).
     move     zero          to il-discount (1) il-vat (1).
     move     1             to il-vat-code (1).
     move     space         to il-update (1).
     move     Pinvoice-Bodies (1:75) to WS-PInvoice-Record.
     perform  PInvoice-Write.
     if       fs-reply not = zero
              move fs-reply to DSB-Error
              perform PInvoice-Close
              go to ba999-exit.
     move     1 to WS-Lines.
*>
     move     "DELIVER DIRECT TO:" to WS-Addr-Part.
     perform  bb000-Comment-Line.
     move     DSB-Deliv-Name to WS-Addr-Part.
     perform  bb000-Comment-Line.
     move     1 to WS-Ptr.
     perform  bc000-Address-Part 4 times.
*>
     move     spaces to Pinvoice-header.
     move     WS-Folio      to ih-invoice.
     move     zero          to ih-test.
     move     DSB-Supplier  to ih-supplier.
     move     DSB-Date      to ih-date.
     move     spaces to ih-order.
     string   "DS" DSB-Invoice delimited by size into ih-order.
     move     2             to ih-type.
     move     spaces        to ih-ref.
     move     zero to ih-p-c ih-extra ih-carriage ih-vat
                      ih-discount ih-e-vat ih-c-vat.
     move     WS-Net        to ih-net.
     move     "P"           to ih-status.
     move     WS-Lines      to ih-lines.
     move     zero to ih-deduct-days ih-deduct-amt ih-deduct-vat
                      ih-days ih-cr.
     move     Pinvoice-header to WS-PInvoice-Record.
     perform  PInvoice-Write.
     if       fs-reply not = zero
              move fs-reply to DSB-Error
     else
              move WS-Folio to DSB-Folio.
     perform  PInvoice-Close.
*>
 ba999-exit.
     exit     section.
*>
 bb000-Comment-Line      section.
*>==============================
*>
*>  WS-Addr-Part as the next comment line, blanks are skipped.
*>
     if       WS-Addr-Part = spaces
              go to bb999-exit.
     add      1 to WS-Lines.
     move     spaces to Pinvoice-Bodies (1:75).
     move     WS-Folio      to il-invoice (1).
     move     WS-Lines      to il-line (1).
     move     "/"           to il-product (1).
     move     zero          to il-qty (1).
     move     "2"           to il-type (1).
     move     WS-Addr-Part  to il-description (1).
     move     zero to il-net (1) il-unit (1) il-discount (1)
                      il-vat (1) il-vat-code (1).
     move     space         to il-update (1).
     move     Pinvoice-Bodies (1:75) to WS-PInvoice-Record.
     perform  PInvoice-Write.
*>
 bb999-exit.
     exit     section.
*>
 bc000-Address-Part      section.
*>==============================
*>
*>  Next SL-Delim separated part of the delivery address.
*>
     move     spaces to WS-Addr-Part.
     if       WS-Ptr > 96
              go to bc999-exit.
     unstring DSB-Deliv-Addr delimited by SL-Delim
              into WS-Addr-Part pointer WS-Ptr.
     perform  bb000-Comment-Line.
*>
 bc999-exit.
     exit     section.
*>
 ca000-Drop-Record       section.
*>==============================
*>
*>  The line, then the invoice's count of lines awaiting despatch.
*>
     move     spaces to Drop-Ship-Record.
     move     DSB-Invoice   to DS-Invoice.
     move     DSB-Line      to DS-Line.
     move     DSB-Customer  to DS-Customer.
     move     DSB-Product   to DS-Product.
     move     DSB-Desc      to DS-Desc.
     move     DSB-Qty       to DS-Qty.
     move     DSB-Sale-Net  to DS-Sale-Net.
     move     WS-Net        to DS-Cost.
     move     DSB-Supplier  to DS-Supplier.
     move     DSB-Folio     to DS-Folio.
     move     DSB-Date      to DS-Raised.
     set      DS-Awaiting   to true.
     move     zero          to DS-Desp-Date.
     move     DSB-Deliv-Name to DS-Deliv-Name.
     move     DSB-Deliv-Addr to DS-Deliv-Addr.
     write    Drop-Ship-Record
              invalid key
              rewrite Drop-Ship-Record
     end-write.
*>
     move     zero to DS-Line.
     read     Drop-Ship-File
              invalid key
              move spaces to DS-Invoice-Data
              move DSB-Customer to DSI-Customer
              move zero to DSI-Lines DSI-Open
              move "N"  to DSI-Held
     end-read.
     add      1 to DSI-Lines DSI-Open.
     write    Drop-Ship-Record
              invalid key
              rewrite Drop-Ship-Record
     end-write.
*>
 ca999-exit.
     exit     section.
*>
 zz100-Read-System-Record  section.
*>********************************
*>
     move     zeros to File-System-Used
                       File-Duplicates-In-Use.  *> Only use param FILE
     move     "00" to  FA-RDBMS-Flat-Statuses.  *> Force Cobol proc.
     move     Pass-Value to WS-Pass-Value.  *> save sys rec fld for rewrite as not saved yet.
     move     1 to File-Key-No.
     perform  System-Open-Input.
*>
     move     1 to File-Key-No.
     perform  System-Read-Indexed.
     perform  System-Close.
*>
 zz100-Exit.
     exit     section.
*>
 zz110-Write-System-Record  section.
*>*********************************
*>
     If       File-System-Used NOT = zero   *> Force RDB processing
              move     "66" to FA-RDBMS-Flat-Statuses
              move     1 to File-Key-No
              move     WS-Pass-Value to Pass-Value  *> restore it
              perform  System-Open
              move     1 to File-Key-No
              perform  System-Rewrite
              perform  System-Close
     end-if.
*>
*> Now do the same for the Cobol file.
*>
     move     zeros to File-System-Used
                       File-Duplicates-In-Use.
     move     "00" to  FA-RDBMS-Flat-Statuses.   *> Force Cobol proc.
     move     1 to File-Key-No.
     move     WS-Pass-Value to Pass-Value.  *> restore it.
     perform  System-Open.                       *> Open cobol file params as I/O
     move     1 to File-Key-No.
     perform  System-Rewrite.                    *> Update Cobol file params
     perform  System-Close.                      *> Close the Cobol param file.
*>
 zz110-Exit.
     exit     section.
*>
 copy "Proc-ACAS-FH-Calls.cob".
*>
