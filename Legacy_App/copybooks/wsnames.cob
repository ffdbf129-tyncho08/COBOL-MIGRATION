*>                POSADVIC.CSV, TRAINING.FLG), count to 115, so the
*>                markers and side outputs ride the ACAS_LEDGERS
*>                pathing instead of the caller's working directory.
*> 15/10/26 vbc - Added Rebate-File as file115, increased count to
*>                116, for customer volume rebate agreements (sl941
*>                maintains, accrues monthly and settles).
*> 15/10/26 vbc - Added Cred-Ins-File as file116 and the insurer's monthly
*>                declaration CIDECL.CSV as file117, count to 118, for
*>                trade credit insurance (sl942 maintains and reports,
*>                sl120 shows uninsured exposure).
*> 15/10/26 vbc - Added Factor-File as file118 and the daily assignment schedule
*>                FACTSCHD.CSV as file119, count to 120, for invoice discounting
*>                (sl943).
*> 15/10/26 vbc - Added Cust-Group-File as file120, count to 121, for customer
*>                groups - branch accounts under a head office with a group
*>                credit limit (sl944 maintains, sl110/sl120/sl910 use).
*> 15/10/26 vbc - Added Language-File as file121, count to 122, for customer
*>                language codes and the document translation table (sl945/sl946).
*> 15/10/26 vbc - Added file-122 crauth.dat - credit note approval
*>                file for sl910/sl060/sl947.
*> 15/10/26 vbc - Added file-123 plselfb.dat - self-billing agreements,
*>                control, GRN billed markers and invoice register (pl935).
*> 15/10/26 vbc - Added file-124 plcomply.dat - supplier compliance document
*>                types and each supplier's documents held with expiry.
*> 15/10/26 vbc - Added file-125 custent.dat - customs import entries, duty
*>                deferment statement charges and pl060 landed cost by folio.
*> 15/10/26 vbc - Added file-126 DEFSTMT.CSV - monthly duty deferment statement
*>                as downloaded, loaded by pl047.
*> 15/10/26 vbc - Added file-127 porevn.dat - purchase order revision history
*>                written by pl030 amendments, read by pl048.
*> 15/10/26 vbc - Added file-128 dropship.dat - drop-shipment orders raised from
*>                sl910 via pl049, confirmed and reported by sl948.
*> 15/10/26 vbc - Added file-129 stkkit.dat - kit (phantom) item components,
*>                set up in st010, exploded by st071 at invoice time.
*> 15/10/26 vbc - Added file-130 recall.dat - product recall register, opened by
*>                st072 from the serial/lot ledger, customer responses and close.
*> 15/10/26 vbc - Added file-131 stkstyle.dat - stock item styles (size/colour
*>                matrix) and their variant stock records, st073 maintains,
*>                st074 grid entry for sl910 and pl020.
*> 15/10/26 vbc - Added file-132 dgoods.dat - dangerous goods (UN no, class, packing
*>                group, limited qty) per stock item flagged Stock-DG-Flag.
*> 15/10/26 vbc - Added file-133 carrsvc.dat - carrier services and whether each
*>                accepts hazardous consignments (sl931).
*> 15/10/26 vbc - Added file-134 plastic.dat - plastic packaging weight and recycled
*>                content per stock item for the plastic packaging tax return (xl155).
*> 15/10/26 vbc - Added file-135 wreason.dat - stock write-off reason codes, each
*>                with its GL/IRS expense nominal (st075, st020).
*> 15/10/26 vbc - Added file-136 webstate.dat (st076 web shop feed state) and
*>                file-137 WEBFULL.FLG (web side's full resend request).
*> 15/10/26 vbc - Added file-138 desadv.dat - despatch advice log and SSCC
*>                serial control (sl950).
*> 15/10/26 vbc - Added file-139 confirm.dat - audit balance confirmation
*>                letters, replies and reconciling items (xl156).
*> 15/10/26 vbc - Added file-140 clearing.dat - clearing / suspense account
*>                open items and matching (xl159).
*> 15/10/26 vbc - Added file-141 recreg.dat - balance sheet reconciliation
*>                sign-off register (xl161).
*> 15/10/26 vbc - Added file-142 lease.dat - IFRS 16 lease register (xl162).
*> 15/10/26 vbc - Added file-143 batchlnk.dat - GL batch reversal and
*>                correction links (gl052, gl060).
*> 15/10/26 vbc - Added file-144 calendar.dat - business calendar of
*>                non-working days (xl163, xl164).
*> 15/10/26 vbc - Added file-145 rptsub.dat - scheduled report
*>                subscriptions and file-146 rptdist.dat - report
*>                distribution log (xl165).
*> 15/10/26 vbc - Added file-147 rptwrite.dat for the report writer (xl166).
*> 15/10/26 vbc - Added file-148 whextract.dat for the warehouse extract (xl167).
*> 15/10/26 vbc - Added file-149 sarlog.dat - subject access request log (xl169).
*> 15/10/26 vbc - Added file-150 IRSBANK.CSV - IRS client bank statement for
*>                irs035 to import, file-151 irsrules.dat - its memorised
*>                allocation rules and file-152 irsbank.dat - the imported
*>                lines awaiting allocation and posting.
*> 15/10/26 vbc - Added file-153 deposit.dat - paying-in slip deposits, receipts
*>                batched by sl080, slips printed by sl954.
*> 15/10/26 vbc - Added file-154 pcard.dat - purchase card holders, statements
*>                and transaction coding (pl936) and file-155 PCARDSTMT.CSV -
*>                the card provider statement file imported by pl936.
*> 15/10/26 vbc - Added file-156 ackn.dat - sales order acknowledgements sent,
*>                the lines and promised dates as last sent (sl955).
*> 15/10/26 vbc - Added file-157 freight.dat - carrier tariffs and the
*>                audited carrier invoices (pl937) and file-158
*>                FREIGHT.CSV - the carrier's invoice file it imports.
*> 15/10/26 vbc - Added file-159 subcon.dat - subcontract (outwork) orders and
*>                the free-issue components held at each subcontractor (pl938,
*>                pl035).
*> 15/10/26 vbc - Added file-160 retain.dat - contract retention terms and
*>                retention items held (sl956, split at sl060 posting).
*> 15/10/26 vbc - Added file-161 thru file-166, the spreadsheet (CSV) copies
*>                of the aged debtors (sl120), aged creditors (pl120), stock
*>                valuation (st030), structured and detailed trial balances
*>                (gl090a, gl090b) and the IRS trial balance (irs040), count
*>                to 167, so they land with the ledgers not the working dir.
*>
 01  File-Defs.
     02  file-defs-a.
         03  file-112         pic x(532)  value "loginaud.dat".       *>   Sign-on audit trail (maps06/sys003), New 02/09/26.
         03  file-113         pic x(532)  value "POSADVIC.CSV".       *>   Positive pay pre-advice (pl940/pl945), New 02/09/26.
         03  file-114         pic x(532)  value "TRAINING.FLG".       *>   Training set marker (xl147/menus), New 02/09/26.
         03  file-115         pic x(532)  value "rebate.dat".         *>   Customer Rebate Agreements (sl941), New 15/10/26.
         03  file-116         pic x(532)  value "credins.dat".        *>   Credit Insurance limits/policy (sl942), New 15/10/26.
         03  file-117         pic x(532)  value "CIDECL.CSV".         *>   Credit Insurance declaration (sl942), New 15/10/26.
         03  file-118         pic x(532)  value "factor.dat".         *>   Invoice Discounting factor a/c (sl943), New 15/10/26.
         03  file-119         pic x(532)  value "FACTSCHD.CSV".       *>   Factor assignment schedule (sl943), New 15/10/26.
         03  file-120         pic x(532)  value "custgrp.dat".        *>   Customer Groups - head office (sl944), New 15/10/26.
         03  file-121         pic x(532)  value "lang.dat".           *>   Customer Language - translations (sl945), New 15/10/26.
         03  file-122         pic x(532)  value "crauth.dat".         *>   Credit note approvals (sl947), New 15/10/26.
         03  file-123         pic x(532)  value "plselfb.dat".        *>   Self-billing agreements/invoices (pl935), New 15/10/26.
         03  file-124         pic x(532)  value "plcomply.dat".       *>   Supplier compliance documents (pl045), New 15/10/26.
         03  file-125         pic x(532)  value "custent.dat".        *>   Customs entries/deferment (pl047), New 15/10/26.
         03  file-126         pic x(532)  value "DEFSTMT.CSV".        *>   Duty deferment statement in (pl047), New 15/10/26.
         03  file-127         pic x(532)  value "porevn.dat".         *>   PO revision history (pl030, pl048), New 15/10/26.
         03  file-128         pic x(532)  value "dropship.dat".       *>   Drop-ship orders (sl910, pl049, sl948), New 15/10/26.
         03  file-129         pic x(532)  value "stkkit.dat".         *>   Kit components (st010, st071), New 15/10/26.
         03  file-130         pic x(532)  value "recall.dat".         *>   Product recall register (st072), New 15/10/26.
         03  file-131         pic x(532)  value "stkstyle.dat".       *>   Stock styles and variants (st073, st074), New 15/10/26.
         03  file-132         pic x(532)  value "dgoods.dat".         *>   Dangerous goods details per stock item (st010, sl950, sl931), New 15/10/26.
         03  file-133         pic x(532)  value "carrsvc.dat".        *>   Carrier services, hazardous acceptance (sl931), New 15/10/26.
         03  file-134         pic x(532)  value "plastic.dat".        *>   Plastic packaging per stock item (xl155), New 15/10/26.
         03  file-135         pic x(532)  value "wreason.dat".        *>   Stock write-off reason codes (st075, st020), New 15/10/26.
         03  file-136         pic x(532)  value "webstate.dat".       *>   Web shop feed last-sent state (st076), New 15/10/26.
         03  file-137         pic x(532)  value "WEBFULL.FLG".        *>   Web shop full resend request marker (st076), New 15/10/26.
         03  file-138         pic x(532)  value "desadv.dat".         *>   Despatch advice log and SSCC control (sl950), New 15/10/26.
         03  file-139         pic x(532)  value "confirm.dat".        *>   Audit balance confirmations (xl156), New 15/10/26.
         03  file-140         pic x(532)  value "clearing.dat".       *>   Clearing account open items (xl159), New 15/10/26.
         03  file-141         pic x(532)  value "recreg.dat".         *>   Balance sheet reconciliation register (xl161), New 15/10/26.
         03  file-142         pic x(532)  value "lease.dat".          *>   Lease register, IFRS 16 (xl162), New 15/10/26.
         03  file-143         pic x(532)  value "batchlnk.dat".       *>   GL batch reversal / correction links (gl052), New 15/10/26.
         03  file-144         pic x(532)  value "calendar.dat".       *>   Business calendar, non-working days (xl163), New 15/10/26.
         03  file-145         pic x(532)  value "rptsub.dat".         *>   Scheduled report subscriptions (xl165), New 15/10/26.
         03  file-146         pic x(532)  value "rptdist.dat".        *>   Report distribution log (xl165), New 15/10/26.
         03  file-147         pic x(532)  value "rptwrite.dat".       *>   Report writer definitions (xl166), New 15/10/26.
         03  file-148         pic x(532)  value "whextract.dat".      *>   Warehouse extract control and history (xl167), New 15/10/26.
         03  file-149         pic x(532)  value "sarlog.dat".         *>   Subject access request log (xl169), New 15/10/26.
         03  file-150         pic x(532)  value "IRSBANK.CSV".        *>   IRS bank statement in (irs035), New 15/10/26.
         03  file-151         pic x(532)  value "irsrules.dat".       *>   IRS bank allocation rules (irs035), New 15/10/26.
         03  file-152         pic x(532)  value "irsbank.dat".        *>   IRS bank import lines (irs035), New 15/10/26.
         03  file-153         pic x(532)  value "deposit.dat".        *>   Paying-in slip deposits (sl080/sl954), New 15/10/26.
         03  file-154         pic x(532)  value "pcard.dat".          *>   Purchase card statements (pl936), New 15/10/26.
         03  file-155         pic x(532)  value "PCARDSTMT.CSV".      *>   Purchase card statement import (pl936), New 15/10/26.
         03  file-156         pic x(532)  value "ackn.dat".           *>   Order acknowledgements (sl955), New 15/10/26.
         03  file-157         pic x(532)  value "freight.dat".        *>   Carrier freight audit (pl937), New 15/10/26.
         03  file-158         pic x(532)  value "FREIGHT.CSV".        *>   Carrier freight invoice in (pl937), New 15/10/26.
         03  file-159         pic x(532)  value "subcon.dat".         *>   Subcontract outwork orders (pl938), New 15/10/26.
         03  file-160         pic x(532)  value "retain.dat".         *>   Contract retentions (sl956/sl060), New 15/10/26.
         03  file-161         pic x(532)  value "aged-debtors.csv".   *>   Aged debtors CSV copy (sl120), New 15/10/26.
         03  file-162         pic x(532)  value "aged-creditors.csv". *>   Aged creditors CSV copy (pl120), New 15/10/26.
         03  file-163         pic x(532)  value "stock-valuation.csv".  *> Stock valuation CSV copy (st030), New 15/10/26.
         03  file-164         pic x(532)  value "gl-structured-tb.csv". *> Structured trial balance CSV (gl090a), New 15/10/26.
         03  file-165         pic x(532)  value "gl-detail-tb.csv".   *>   Detailed trial balance CSV (gl090b), New 15/10/26.
         03  file-166         pic x(532)  value "irs-trial-balance.csv". *> IRS trial balance CSV copy (irs040), New 15/10/26.
     02  filler         redefines file-defs-a.
         03  System-File-Names   pic x(532) occurs 167.           *> WAS 81, +34 02/09/26 terms thru markers, +52 15/10/26
     02  File-Defs-Count         binary-short value 167.          *> MUST be the same as above occurs
     02  File-Defs-os-Delimiter  pic x.                           *> if = \ or / then paths have been set.
*>
