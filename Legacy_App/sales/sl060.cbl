*>                         slpostingMT
*>                        acas019  ->
*>                         otm3MT.
*>                        st071 (kit costing).
*>                        fhlock (retention invoice numbers).
*>**
*>    Files Used.
*>                        OTM2     -  - Temp file only.
*>                        Posting (irs)
*>                        Sales
*>                        OTM3
*>                        Credit-Auth (sl947 approvals)
*>                        Drop-Ship (sl948 despatch confirmation)
*>                        Retention (sl956 contract retentions)
*>**
*>    Error messages used.
*>                        SL002
*> 16/04/24 vbc       Copyright notice update superseding all previous notices.
*> 22/08/26 vbc       Posting now gated by the period close status
*>                    (xl180/xl181).
*> 15/10/26 vbc - .26 Credit notes parked by sl910 for approval
*>                    (crauth.dat) are not posted until sl947
*>                    approves them - a waiting one is listed as
*>                    held and its OTM2 entry carried over to the
*>                    next run, a rejected one is listed and dropped.
*> 15/10/26 vbc - .27 Invoices with drop-ship lines (sl910/pl049) are
*>                    not posted until the supplier's despatch of every
*>                    such line is confirmed in sl948 - listed as held
*>                    and the OTM2 entry carried over as for credits.
*> 15/10/26 vbc - .28 A kit item (Stock-Kit-Flag) holds no cost of its
*>                    own - the summary line is costed at the sum of
*>                    its components via st071.
*> 15/10/26 vbc - .29 Contract retentions (sl956): an invoice for a
*>                    customer / order with retention terms has the
*>                    retention split off into one or two new open
*>                    items (practical completion and defects shares)
*>                    held with OI-Hold-flag "R" until sl956 releases
*>                    them - the invoice itself is marked paid by the
*>                    retention so only the balance is due now.
*> 15/10/26 vbc - .30 Retention invoice number taken from the params
*>                    file without losing the batch number and postings
*>                    count this run holds in memory; params rewrite
*>                    covers the RDB as sl910 does.
*> 02/09/26 vbc - .25 Summary extract lines of a foreign currency
*>                    folio are divided by the folio's FX rate - the
*>                    body lines stay keyed in the customer currency
 copy "seldr.cob".
 copy "selfx.cob".      *> 02/09/26 foreign currency posting rate.
 copy "selinvsum.cob".  *> 02/09/26 posting-maintained summary.
 copy "selcrauth.cob".  *> 15/10/26 credit note approval (sl947).
 copy "seldrop.cob".    *> 15/10/26 drop-ship orders (sl948).
 copy "selret.cob".     *> 15/10/26 contract retentions (sl956).
*>
*>  02/09/26 - posting run in-flight marker, see zz160-Posting-Guard.
*>
 01  Post-Run-Flag-Rec      pic x(40).
*>
 copy "fdinvsum.cob".   *> 02/09/26 posting-maintained summary.
 copy "fdcrauth.cob".   *> 15/10/26 credit note approval (sl947).
 copy "fddrop.cob".     *> 15/10/26 drop-ship orders (sl948).
 copy "fdret.cob".      *> 15/10/26 contract retentions (sl956).
*>

*> copy "fdoi3.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL060 (3.02.30)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
 copy "wsperiod.cob".
 copy "wslock.cob".
*>
 01  ws-data.
     03  ws-reply        pic x.
     03  WS-ISM-Cost     pic s9(9)v99 comp-3 value zero.
     03  WS-ISM-Net      pic s9(7)v99 comp-3 value zero.  *> 02/09/26 FX
     03  WS-ISM-Vat      pic s9(7)v99 comp-3 value zero.  *> 02/09/26 FX
*>
*>  15/10/26 - credit note approval hold back, see zz180.
*>
 01  WS-Credit-Auth-Data.
     03  WS-CA-Status    pic 99           value zero.
     03  WS-CA-Open      pic x            value "N".
     03  WS-CA-Skip      pic x            value space.
         88  CA-Post                      value space.
         88  CA-Hold                      value "H".
         88  CA-Drop                      value "R".
     03  WS-CA-Held-Cnt  pic 9(5)         value zero.
*>
*>  15/10/26 - drop-ship invoices awaiting supplier despatch, see zz182.
*>
 01  WS-Drop-Ship-Data.
     03  WS-DS-Status    pic 99           value zero.
     03  WS-DS-Open      pic x            value "N".
     03  WS-DS-Skip      pic x            value space.
         88  DS-Post                      value space.
         88  DS-Hold                      value "H".
     03  WS-DS-Held-Cnt  pic 9(5)         value zero.
*>
*>  15/10/26 - contract retentions split off at posting, see zz190.
*>
 01  WS-Retention-Data.
     03  WS-RT-FS        pic 99           value zero.
     03  WS-RT-Open      pic x            value "N".
     03  WS-RT-Post-FS   pic 99           value zero.
     03  WS-RT-Parent    pic x(118)       value spaces.
     03  WS-RT-Total     pic s9(7)v99  comp-3 value zero.
     03  WS-RT-Gross     pic s9(7)v99  comp-3 value zero.
     03  WS-RT-Amount    pic s9(7)v99  comp-3 value zero.
     03  WS-RT-Stage-1   pic s9(7)v99  comp-3 value zero.
     03  WS-RT-Stage-2   pic s9(7)v99  comp-3 value zero.
     03  WS-RT-Due-1     binary-long      value zero.
     03  WS-RT-Due-2     binary-long      value zero.
     03  WS-RT-Stage     pic 9            value zero.
     03  WS-RT-Invoice   pic 9(8)         value zero.
     03  WS-RT-Contract  pic x(10)        value spaces.
     03  WS-RT-Terms-Ref pic x(10)        value spaces.
     03  WS-RT-Parent-Inv pic 9(8)        value zero.
     03  WS-RT-Rep       pic x(3)         value spaces.
     03  WS-Pass-Value   pic 9            value zero.
     03  WS-Save-FA-Flat pic xx           value "00".
*>
*>  In-memory params kept over the re-read for the next invoice no.
*>
 01  WS-System-Save      pic x(1024).
*>
 01  WS-FX-Data.
     03  WS-FX-Open      pic x                  value "N".
     03  SL133T         pic x(45) value "SL133 Warning Record/s missing in Sales Table".
*>
 copy "wsstock.cob".
 copy "wskit.cob".
 copy "slwsinv.cob".
 copy "slwsinv2.cob".
 01  WS-Invoice-Record  redefines Invoice-Record
     03  l5-net          pic z(6)9.99cr.
     03  l5-vat          pic z(6)9.99cr.
     03  l5-gross        pic z(6)9.99cr.
*>
 01  line-5c.
     03  l5c-nos         pic z(7)9b.
     03  l5c-date        pic x(11).
     03  l5c-cust        pic x(9).
     03  l5c-name        pic x(25).
     03  filler          pic x(2)        value spaces.
     03  l5c-text        pic x(60).
*>
 01  line-5r.
     03  filler          pic x(21)       value spaces.
     03  filler          pic x(10)       value "Retention".
     03  l5r-nos         pic z(7)9b.
     03  l5r-stage       pic x(22).
     03  l5r-amount      pic z(6)9.99cr.
     03  filler          pic x(6)        value "  Due ".
     03  l5r-due         pic x(10).
*>
 01  line-5b.
     03  filler          pic x(21)       value spaces.
*>
     open     input  open-item-file-2.
     perform  OTM3-Open.               *> open     i-o    open-item-file-3.
     open     i-o Credit-Auth-File.    *> 15/10/26 no file, none parked
     if       WS-CA-Status = zero
              move "Y" to WS-CA-Open.
     open     i-o Drop-Ship-File.      *> 15/10/26 no file, none raised
     if       WS-DS-Status = zero
              move "Y" to WS-DS-Open.
     open     i-o Retention-File.      *> 15/10/26 no file, no terms
     if       WS-RT-FS = zero
              move "Y" to WS-RT-Open.
*>
 aa020-Read-Loop.
     read     open-item-file-2 at end  *> only has headers
     perform  zz060-Convert-Date.
     move     ws-date  to  l5-date.
*>
*>  Credit note parked in sl910 and not yet approved in sl947 - list
*>   it, do not post it.  15/10/26.
*>
     if       oi-type = 3
          and WS-CA-Open = "Y"
              perform  zz180-Credit-Auth
              if   not CA-Post
                   go to aa020-Read-Loop
              end-if
     end-if
*>
*>  Invoice with drop-ship lines the supplier has not yet confirmed
*>   as despatched (sl948) - list it, do not post it.  15/10/26.
*>
     if       oi-type = 2
          and WS-DS-Open = "Y"
              perform  zz182-Drop-Ship
              if   not DS-Post
                   go to aa020-Read-Loop
              end-if
     end-if
*>
*>  Foreign currency customer - folio was keyed in Sales-Currency,
*>   convert to home at the FX table rate before anything posts.
*>
*>
 *>    move     OI-Header to WS-OTM3-Record. *> is redefines.
     perform  OTM3-Write.        *>  write open-item-record-3 from oi-header invalid key
     move     fs-reply to WS-RT-Post-FS.
*>
*> THIS  SHOULD NOT HAPPEN, short of a HDD problem
*>
              add  1 to line-cnt.
     if       line-cnt > Page-Lines
              perform ba000-Headings.
*>
*>  Retention on a contract invoice is split off into its own held
*>   open items - see zz190.  15/10/26.
*>
     if       oi-type = 2
          and WS-RT-Open = "Y"
          and WS-RT-Post-FS = zero
              perform zz190-Retention-Split.
     go       to aa020-Read-Loop.
*>
 aa030-Main-End.
     if       WS-ISM-Open = "Y"
              close Inv-Sum-File
              move "N" to WS-ISM-Open.
     if       WS-CA-Open = "Y"
              close Credit-Auth-File.
     if       WS-DS-Open = "Y"
              close Drop-Ship-File.
     if       WS-RT-Open = "Y"
              close Retention-File.
     close    Defrev-File.                   *> 22/08/26 services
     perform  Stock-Close.
     set      Kit-Close to true.                 *> 15/10/26
     call     "st071" using WS-Kit-Call
                            System-Record
                            File-Defs.
     close    open-item-file-2.
     perform  OTM3-Close.
     perform  Sales-Close.
     if       FS-Cobol-Files-Used
        and   File-18-Exists
              call "CBL_DELETE_FILE" using File-18.
     if       WS-CA-Held-Cnt not = zero
              perform zz181-Carry-Held.
     if       WS-DS-Held-Cnt not = zero
              perform zz183-Carry-Drop-Ship.
*>
*>****************************************
*>*  >>> bypass code for g-l
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     if       fs-reply = zero
              if   Stock-Kit-Flag = "Y"               *> 15/10/26
                   perform zz172-Kit-Cost
              end-if
              compute WS-ISM-Cost = sil-qty (1) * Stock-Cost.
*>
*>  Body lines of an FX folio are in the customer currency - bring
*>
 zz171-Exit.
     exit     section.
*>
 zz172-Kit-Cost          section.
*>******************************
*>
*>  A kit (phantom) item costs at the sum of its components - st071.
*>   Only the in-memory Stock-Cost is changed.  15/10/26.
*>
     set      Kit-Explode to true.
     move     WS-Stock-Key to Kit-Stock-Key.
     call     "st071" using WS-Kit-Call
                            System-Record
                            File-Defs.
     move     Kit-Cost to Stock-Cost.
*>
 zz172-Exit.
     exit     section.
*>
 zz180-Credit-Auth       section.
*>==============================
*>
*>  15/10/26 - sets WS-CA-Skip for the credit note in oi-header from
*>   its approval record: none or approved posts, waiting is held
*>   (OTM2 image kept on the record for zz181), rejected is dropped.
*>   Held or dropped ones get a report line instead of posting.
*>
     move     space to WS-CA-Skip.
     move     "N"   to CA-Type.
     move     oi-invoice to CA-Invoice.
     read     Credit-Auth-File
              invalid key
              go to zz180-Exit
     end-read
     if       CA-Waiting
              move "H" to WS-CA-Skip
              move open-item-record-2 to CA-OI-Image
              move "Y" to CA-Held
              add  1 to WS-CA-Held-Cnt
              move "Credit note held - awaiting approval (sl947)" to l5c-text
     else
      if      CA-Rejected
              move "R" to WS-CA-Skip
              move "N" to CA-Held
              move "Credit note rejected in sl947 - not posted" to l5c-text
      else
              move "N" to CA-Held.
     rewrite  Credit-Auth-Record.
     if       CA-Post
              go to zz180-Exit.
*>
     move     l5-nos  to l5c-nos.
     move     l5-date to l5c-date.
     move     l5-cust to l5c-cust.
     move     l5-name to l5c-name.
     write    print-record from line-5c after 1.
     add      1 to line-cnt.
     if       line-cnt > Page-Lines
              perform ba000-Headings.
*>
 zz180-Exit.
     exit     section.
*>
 zz181-Carry-Held        section.
*>==============================
*>
*>  15/10/26 - OTM2 has been cleared down, so put back the entries of
*>   every credit note still held, for the next run to test again.
*>
     open     input Credit-Auth-File.
     if       WS-CA-Status not = zero
              go to zz181-Exit.
     open     output open-item-file-2.
     move     "N"  to CA-Type.
     move     zero to CA-Invoice.
     start    Credit-Auth-File key not < CA-Key
              invalid key
              go to zz181-Close
     end-start.
*>
 zz181-Next.
     read     Credit-Auth-File next record
              at end
              go to zz181-Close
     end-read
     if       not CA-Credit
              go to zz181-Close.
     if       CA-Held not = "Y"
              go to zz181-Next.
     move     CA-OI-Image to open-item-record-2.
     write    open-item-record-2.
     go       to zz181-Next.
*>
 zz181-Close.
     close    open-item-file-2.
     close    Credit-Auth-File.
*>
 zz181-Exit.
     exit     section.
*>
 zz182-Drop-Ship         section.
*>==============================
*>
*>  15/10/26 - sets WS-DS-Skip for the invoice in oi-header from its
*>   drop-ship control record: none, or every line despatched, posts;
*>   lines still awaiting the supplier hold it (OTM2 image kept on the
*>   record for zz183) with a report line instead of posting.
*>
     move     space to WS-DS-Skip.
     move     oi-invoice to DS-Invoice.
     move     zero  to DS-Line.
     read     Drop-Ship-File
              invalid key
              go to zz182-Exit
     end-read
     if       DSI-Open not = zero
              move "H" to WS-DS-Skip
              move open-item-record-2 to DSI-OI-Image
              move "Y" to DSI-Held
              add  1 to WS-DS-Held-Cnt
     else
              move "N" to DSI-Held.
     rewrite  Drop-Ship-Record.
     if       DS-Post
              go to zz182-Exit.
*>
     move     "Drop-ship invoice held - despatch not confirmed (sl948)"
                      to l5c-text.
     move     l5-nos  to l5c-nos.
     move     l5-date to l5c-date.
     move     l5-cust to l5c-cust.
     move     l5-name to l5c-name.
     write    print-record from line-5c after 1.
     add      1 to line-cnt.
     if       line-cnt > Page-Lines
              perform ba000-Headings.
*>
 zz182-Exit.
     exit     section.
*>
 zz183-Carry-Drop-Ship   section.
*>==============================
*>
*>  15/10/26 - as zz181 for invoices held awaiting drop-ship despatch,
*>   adding to whatever zz181 has already put back.
*>
     open     input Drop-Ship-File.
     if       WS-DS-Status not = zero
              go to zz183-Exit.
     if       WS-CA-Held-Cnt not = zero
              open extend open-item-file-2
     else
              open output open-item-file-2.
     move     zero to DS-Invoice DS-Line.
     start    Drop-Ship-File key not < DS-Key
              invalid key
              go to zz183-Close
     end-start.
*>
 zz183-Next.
     read     Drop-Ship-File next record
              at end
              go to zz183-Close
     end-read
     if       DS-Line not = zero
           or DSI-Held not = "Y"
              go to zz183-Next.
     move     DSI-OI-Image to open-item-record-2.
     write    open-item-record-2.
     go       to zz183-Next.
*>
 zz183-Close.
     close    open-item-file-2.
     close    Drop-Ship-File.
*>
 zz183-Exit.
     exit     section.
*>
 zz190-Retention-Split   section.
*>==============================
*>
*>  15/10/26 - the invoice just posted (oi-header) belongs to a
*>   customer / order with retention terms (sl956), so the retention
*>   is split off into one held open item per stage: practical
*>   completion and end of defects.  The invoice is marked paid by
*>   the whole retention (closed if that covers it), leaving only the
*>   balance due now.  The customer balance and the GL are untouched -
*>   it is the same debt, just held back until sl956 releases it.
*>
     move     "T"         to RT-Key-Type.
     move     oi-customer to RT-Customer.
     move     OI-Desc-Ord to RT-Contract.
     read     Retention-File
              invalid key
              move spaces to RT-Contract
              read Retention-File
                   invalid key
                   go to zz190-Exit
              end-read
     end-read
     if       RTT-Pct = zero
              go to zz190-Exit.
*>
     add      oi-net  oi-extra  oi-carriage
              oi-vat  oi-discount  oi-e-vat
              oi-deduct-amt oi-deduct-vat
              oi-c-vat    giving  WS-RT-Gross.
     compute  WS-RT-Total rounded = WS-RT-Gross * RTT-Pct / 100.
     if       WS-RT-Total not > zero
              go to zz190-Exit.
     compute  WS-RT-Stage-1 rounded = WS-RT-Total * RTT-Stage1-Pct / 100.
     subtract WS-RT-Stage-1 from WS-RT-Total giving WS-RT-Stage-2.
     move     RTT-PC-Date      to WS-RT-Due-1.
     move     RTT-Defects-Date to WS-RT-Due-2.
     move     OI-Desc-Ord      to WS-RT-Contract.
     move     RT-Contract      to WS-RT-Terms-Ref.
     move     OI-Rep           to WS-RT-Rep.
     move     oi-invoice       to WS-RT-Parent-Inv.
*>
     add      WS-RT-Total to oi-paid.
     if       oi-paid not < WS-RT-Gross
              move 1 to oi-status
              move oi-date to oi-date-cleared.
     perform  OTM3-Rewrite.
     move     oi-header to WS-RT-Parent.
*>
     if       WS-RT-Stage-1 not = zero
              move 1 to WS-RT-Stage
              move WS-RT-Stage-1 to WS-RT-Amount
              perform zz191-Retention-Item.
     if       WS-RT-Stage-2 not = zero
              move 2 to WS-RT-Stage
              move WS-RT-Stage-2 to WS-RT-Amount
              perform zz191-Retention-Item.
     move     WS-RT-Parent to oi-header.
*>
 zz190-Exit.
     exit     section.
*>
 zz191-Retention-Item    section.
*>==============================
*>
*>  15/10/26 - one held retention open item of WS-RT-Amount for stage
*>   WS-RT-Stage under a new invoice number, its control record and a
*>   line under the invoice on the posting report.
*>
*>  Only Next-Invoice is taken from the file - Next-Batch and
*>   Postings have already moved on in memory this run (ca000).
*>
     move     System-Record to WS-System-Save.
     move     FA-RDBMS-Flat-Statuses to WS-Save-FA-Flat.
     perform  zz100-Read-System-Record.
     move     Next-Invoice to WS-RT-Invoice.
     move     WS-System-Save to System-Record.
     compute  Next-Invoice = WS-RT-Invoice + 1.
     perform  zz110-Write-System-Record.
     move     WS-System-Save to System-Record.
     compute  Next-Invoice = WS-RT-Invoice + 1.
     move     WS-Save-FA-Flat to FA-RDBMS-Flat-Statuses.
*>
     move     WS-RT-Parent  to oi-header.
     move     WS-RT-Invoice to oi-invoice.
     move     zero  to oi-p-c       oi-net       oi-extra
                       oi-carriage  oi-vat       oi-discount
                       oi-e-vat     oi-c-vat     oi-paid
                       oi-status    oi-deduct-days
                       oi-deduct-amt oi-deduct-vat
                       oi-cr        oi-date-cleared.
     move     spaces to oi-description oi-unapl oi-applied.
     string   "RT" delimited by size
              WS-RT-Parent-Inv delimited by size
                            into OI-Desc-Ord.
     move     WS-RT-Rep     to OI-Rep.
     move     "R"           to oi-hold-flag.
     move     WS-RT-Amount  to oi-net.
     perform  OTM3-Write.
     if       fs-reply not = zero
              display SL130         at 1601
              display oi3-customer  at 1701
              move oi3-invoice to l5-nos
              display l5-nos        at 1801
              display SL002         at 2401 with foreground-color 4
              if  WS-Caller not = "xl150"
                  accept ws-reply       at 2455
              end-if
              go to zz191-Exit.
*>
     initialize Retention-Item-Record.
     move     "I"            to RT-Key-Type.
     move     oi-customer    to RT-Customer.
     move     spaces         to RT-Contract.
     move     WS-RT-Invoice  to RTI-Invoice.
     move     WS-RT-Contract to RTI-Contract.
     move     WS-RT-Terms-Ref to RTI-Terms-Ref.
     move     WS-RT-Parent-Inv to RTI-Parent.
     move     WS-RT-Stage    to RTI-Stage.
     move     WS-RT-Amount   to RTI-Amount.
     if       WS-RT-Stage = 1
              move WS-RT-Due-1 to RTI-Due-Date
     else
              move WS-RT-Due-2 to RTI-Due-Date.
     move     "H"            to RTI-Status.
     move     zero           to RTI-Released-Date.
     move     oi-date        to RTI-Raised-Date.
     write    Retention-Item-Record
              invalid key
              rewrite Retention-Item-Record
     end-write
*>
     move     WS-RT-Invoice to l5r-nos.
     if       WS-RT-Stage = 1
              move "Practical completion" to l5r-stage
     else
              move "End of defects" to l5r-stage.
     move     WS-RT-Amount to l5r-amount.
     if       RTI-Due-Date = zero
              move "Not fixed" to l5r-due
     else
              move RTI-Due-Date to u-bin
              perform zz060-Convert-Date
              move ws-date to l5r-due.
     write    print-record from line-5r after 1.
     add      1 to line-cnt.
     if       line-cnt > Page-Lines
              perform ba000-Headings.
*>
 zz191-Exit.
     exit     section.
*>
 zz100-Read-System-Record  section.
*>********************************
*>
*>  Serialised under the params lock so two programs cannot mint the
*>   same invoice number - see sl910.
*>
 zz100-Get-Lock.
     set      Lock-Acquire to true.
     move     "SY" to Lock-File-Id.
     move     "PARAMS" to Lock-Rec-Key.
     move     usera (1:12) to Lock-Owner-Id.
     call     "fhlock" using Lock-Call-Block file-defs.
     if       Lock-Refused
              display "System rec in use by " at 2301 with foreground-color 4
              display Lock-Held-By at 2322 with foreground-color 4
              go to zz100-Get-Lock.
     display  " " at 2301 with erase eol.
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
     set      Lock-Release to true.
     move     "SY" to Lock-File-Id.
     move     "PARAMS" to Lock-Rec-Key.
     move     usera (1:12) to Lock-Owner-Id.
     call     "fhlock" using Lock-Call-Block file-defs.
*>
 zz110-Exit.
     exit     section.
*>
 zz160-Posting-Guard     section.
*>==============================
