       >>source free
*>*********************************************
*>                                            *
*>    Duplicate Supplier Invoice Check        *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         pl042.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Called check shared by pl020 folio entry
*>                        and pl028 supplier invoice import - see
*>                        wsdupchk.cob for the contract.  Looks for
*>                        a probable duplicate of the folio about to
*>                        be stored: same supplier and kind, and
*>                        either the same supplier ref or the same
*>                        gross within a few days.  Searched in
*>                        order - ledger items open and closed
*>                        (OTM5), the purchase item archive and the
*>                        unposted folios.  pl043 is the full scan
*>                        report using the same rules.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     acas026 (PInvoice), acas029 (OTM5) FHs.
*>**
*>    Error messages used.
*>                        None - a file that cannot be read is
*>                        simply not searched.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for duplicate supplier invoice checking.
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
     select PL-Arc-OI-File      assign File-75
                                access dynamic
                                organization indexed
                                status FS-Reply
                                record key AR5-Key.
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 fd  PL-Arc-OI-File.
 copy "wsarcoi5.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "PL042 (3.02.00)".
*>
 copy "wsfnctn.cob".
 copy "plwsoi5C.cob".   *> WS-OTM5-Record / OI-Header.
 copy "wsfdpinv.cob".   *> replacing Invoice-Record by WS-PInvoice-Record.
 copy "plwspinv.cob".   *> Pinvoice-header / Pinvoice-Bodies.
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
     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  WS-Del-Inv-Nos-Record  pic x.
     03  WS-Purch-Record        pic x.
     03  WS-Pay-Record          pic x.
     03  WS-Invoice-Record      pic x.
     03  WS-OTM3-Record         pic x.
*>     03  WS-PInvoice-Record     pic x.
*>     03  WS-OTM5-Record         pic x.
     03  WS-Analysis-Record     pic x.
*>
 01  System-Record          pic x(1024) value spaces.  *> FH dummy only.
*>
 copy "Test-Data-Flags.cob".  *> set sw-testing to zero to stop logging.
*>
 01  ws-data.
     03  WS-Kind         pic x            value space.  *> I nvoice / C redit
     03  WS-Ref-In       pic x(10)        value spaces.
     03  WS-Cand-Kind    pic x            value space.
     03  WS-Cand-Folio   pic 9(8)         value zero.
     03  WS-Cand-Ref     pic x(10)        value spaces.
     03  WS-Cand-Gross   pic s9(8)v99 comp-3 value zero.
     03  WS-Cand-Date    binary-long      value zero.
     03  WS-Cand-Source  pic x            value space.
     03  WS-Day-Gap      binary-long      value zero.
*>
 linkage section.
*>**************
*>
 copy "wsdupchk.cob".
 copy "wsnames.cob".
*>
 procedure division using Dup-Check-Block
                          file-defs.
*>===================================
*>
 aa000-Main section.
*>*****************
*>
     if       DC-Fn-Close
              goback.
*>
     set      DC-Clear to true.
     move     space  to DC-Match-Source.
     move     zero   to DC-Match-Folio DC-Match-Gross DC-Match-Date.
     move     spaces to DC-Match-Ref.
     if       DC-Supplier = spaces
              goback.
     if       DC-Type = 3
              move "C" to WS-Kind
     else
              move "I" to WS-Kind.
     move     function upper-case (DC-Ref) to WS-Ref-In.
*>
     perform  ba000-Ledger-Items.
     if       DC-Clear
              perform ca000-Archive.
     if       DC-Clear
              perform da000-Folios.
     goback.
*>
 aa999-exit.
     exit     program.
*>
 ba000-Ledger-Items      section.
*>==============================
*>
*>  The supplier's OTM5 items, open and closed, off the key start.
*>
     perform  OTM5-Open-Input.
     if       fs-reply not = zero
              go to ba999-exit.
     move     DC-Supplier to oi5-supplier.
     move     zero        to oi5-invoice.
     set      fn-not-less-than to true.
     perform  OTM5-Start.
     if       fs-reply not = zero
              go to ba900-Close.
*>
 ba010-Read.
     perform  OTM5-Read-Next.
     if       fs-reply not = zero
           or oi5-supplier not = DC-Supplier
              go to ba900-Close.
     evaluate OI-Type
         when 1
         when 2
              move "I" to WS-Cand-Kind
         when 3
              move "C" to WS-Cand-Kind
         when other
              go to ba010-Read
     end-evaluate
     move     OI-Invoice to WS-Cand-Folio.
     move     OI-Ref     to WS-Cand-Ref.
     compute  WS-Cand-Gross = OI-Net + OI-Extra + OI-Carriage
                            + OI-Vat + OI-E-Vat + OI-C-Vat.
     move     OI-Date    to WS-Cand-Date.
     if       S-Closed
              move "C" to WS-Cand-Source
     else
              move "O" to WS-Cand-Source.
     perform  za000-Compare.
     if       DC-Clear
              go to ba010-Read.
*>
 ba900-Close.
     perform  OTM5-Close.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Archive           section.
*>==============================
*>
*>  Cleared items moved off OTM5 by the archive run (xl150) - the
*>   image held is the OTM5 record as it stood.
*>
     open     input PL-Arc-OI-File.
     if       fs-reply not = zero
              go to ca999-exit.
     move     DC-Supplier to AR5-Supplier.
     move     zero        to AR5-Invoice AR5-Seq.
     start    PL-Arc-OI-File key not less AR5-Key
              invalid key
              go to ca900-Close.
*>
 ca010-Read.
     read     PL-Arc-OI-File next record
              at end
              go to ca900-Close.
     if       AR5-Supplier not = DC-Supplier
              go to ca900-Close.
     move     AR5-Image to WS-OTM5-Record.
     evaluate OI-Type
         when 1
         when 2
              move "I" to WS-Cand-Kind
         when 3
              move "C" to WS-Cand-Kind
         when other
              go to ca010-Read
     end-evaluate
     move     OI-Invoice to WS-Cand-Folio.
     move     OI-Ref     to WS-Cand-Ref.
     compute  WS-Cand-Gross = OI-Net + OI-Extra + OI-Carriage
                            + OI-Vat + OI-E-Vat + OI-C-Vat.
     move     OI-Date    to WS-Cand-Date.
     move     "A"        to WS-Cand-Source.
     perform  za000-Compare.
     if       DC-Clear
              go to ca010-Read.
*>
 ca900-Close.
     close    PL-Arc-OI-File.
*>
 ca999-exit.
     exit     section.
*>
 da000-Folios            section.
*>==============================
*>
*>  Folios not yet on the ledger - pending or held.  Posted (applied)
*>   folios are already on OTM5 and self-billed orders (invoiced) were
*>   replaced by their self-billing folio, so neither is looked at.
*>   The file is held open by the caller.
*>
     move     spaces to WS-PInvoice-Record.
     move     zero   to WS-PInvoice-Record (1:10).
     set      fn-not-less-than to true.
     perform  PInvoice-Start.
     if       fs-reply not = zero
              go to da999-exit.
*>
 da010-Read.
     perform  PInvoice-Read-Next-Header.
     if       fs-reply not = zero
              go to da999-exit.
     move     WS-PInvoice-Record to PInvoice-Header.
     if       ih-test not = zero
           or ih-supplier not = DC-Supplier
              go to da010-Read.
     if       not pending
          and not held-for-approval
              go to da010-Read.
     if       ih-type = 3
              move "C" to WS-Cand-Kind
     else
              move "I" to WS-Cand-Kind.
     move     ih-invoice to WS-Cand-Folio.
     move     ih-ref     to WS-Cand-Ref.
     compute  WS-Cand-Gross = ih-net + ih-extra + ih-carriage
                            + ih-vat + ih-e-vat + ih-c-vat.
     move     ih-date    to WS-Cand-Date.
     move     "F"        to WS-Cand-Source.
     perform  za000-Compare.
     if       DC-Clear
              go to da010-Read.
*>
 da999-exit.
     exit     section.
*>
 za000-Compare           section.
*>==============================
*>
*>  One candidate against the folio being checked - a hit fills the
*>   match fields in the call block.
*>
     if       WS-Cand-Kind not = WS-Kind
           or WS-Cand-Folio = DC-Folio
              go to za999-exit.
     if       WS-Ref-In not = spaces
          and function upper-case (WS-Cand-Ref) = WS-Ref-In
              set DC-Same-Ref to true
              go to za900-Matched.
     if       DC-Gross = zero
           or WS-Cand-Gross not = DC-Gross
              go to za999-exit.
     compute  WS-Day-Gap = WS-Cand-Date - DC-Date.
     if       WS-Day-Gap < zero
              multiply -1 by WS-Day-Gap.
     if       WS-Day-Gap > DC-Days
              go to za999-exit.
     set      DC-Same-Amount to true.
*>
 za900-Matched.
     move     WS-Cand-Source to DC-Match-Source.
     move     WS-Cand-Folio  to DC-Match-Folio.
     move     WS-Cand-Ref    to DC-Match-Ref.
     move     WS-Cand-Gross  to DC-Match-Gross.
     move     WS-Cand-Date   to DC-Match-Date.
*>
 za999-exit.
     exit     section.
*>
 copy "Proc-ACAS-FH-Calls.cob".
*>
