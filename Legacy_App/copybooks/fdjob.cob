*>  file                                    *
*>*******************************************
*> rec size 56 bytes, new 02/09/26.
*> 15/10/26 vbc Added JB-WIP-Nominal and JB-Tag-Side from the filler
*>              and the "M" materials record, for stock issued to
*>              and returned from jobs (st077).
*> 15/10/26 vbc Added the "C" contract and "S" billing stage records
*>              for stage / progress billing of jobs (sl957).
*> Six record shapes share the one file:
*>   JB-Key = "J" + job code        - the job master (name, budget);
*>   JB-Key = "B" + batch key9      - tags a whole gl050 journal
*>            batch to a job (keyed at batch set up);
*>   JB-Key = "P" + batch + posting - a per-posting override keyed
*>            in gl051 when one line of a batch belongs elsewhere,
*>            or written by st077 for each stock issue / return;
*>   JB-Key = "M" + job code + seq  - one per stock issue or return
*>            (st077), the job's materials ledger;
*>   JB-Key = "C" + job code        - the job's contract: customer,
*>            contract value and how its stage invoices are raised;
*>   JB-Key = "S" + job code + stage - one per billing stage, a fixed
*>            amount, a percentage of the contract value or a
*>            percentage complete less what is already billed (sl957).
*> gl099 maintains the masters and prints job profitability (cost
*> and revenue by nominal within job, WIP to date v budget).  The
*> posting record itself has no spare bytes and an external FH, so
             88  Job-Master               value "J".
             88  Job-Batch-Tag            value "B".
             88  Job-Post-Tag             value "P".
             88  Job-Material             value "M".
             88  Job-Contract             value "C".
             88  Job-Stage                value "S".
         05  JB-Key-Rest    pic x(10).
     03  JB-Name            pic x(24).    *> master only
     03  JB-Budget          pic s9(9)v99  comp-3.  *> master only
     03  JB-Status          pic x.
         88  Job-Is-Open                  value "O".
         88  Job-Is-Closed                value "C".
     03  JB-WIP-Nominal     pic 9(6).     *> master only - WIP a/c for issues
     03  JB-Tag-Side        pic x.        *> tags: which side is the job's
         88  Job-Tag-DR-Only              value "D".  *> issue, CR is stores
         88  Job-Tag-CR-Only              value "C".  *> return, DR is stores
     03  filler             pic x.
*>
 01  Job-Material-Record.
     03  JBM-Key.
         05  JBM-Key-Type   pic x.        *> "M"
         05  JBM-Job        pic x(6).
         05  JBM-Seq        pic 9(4).
     03  JBM-Stock-Key      pic x(13).
     03  JBM-Date           pic 9(8).     *> ccyymmdd
     03  JBM-Qty            pic s9(6)     comp-3.  *> returns negative
     03  JBM-Value          pic s9(7)v99  comp-3.  *> returns negative
     03  JBM-Batch          pic 9(5).
     03  JBM-Post-No        pic 9(5).
     03  filler             pic x(5).
*>
 01  Job-Contract-Record.
     03  JBC-Key.
         05  JBC-Key-Type   pic x.        *> "C"
         05  JBC-Job        pic x(6).
         05  filler         pic x(4).
     03  JBC-Customer       pic x(7).
     03  JBC-Value          pic s9(9)v99  comp-3.  *> contract value, net
     03  JBC-Order          pic x(10).    *> customer order / contract ref
     03  JBC-PA             pic xx.       *> sales analysis code
     03  JBC-Vat-Code       pic 9.        *> 1 - 3 as sl910
     03  filler             pic x(19).
*>
 01  Job-Stage-Record.
     03  JBS-Key.
         05  JBS-Key-Type   pic x.        *> "S"
         05  JBS-Job        pic x(6).
         05  JBS-Stage      pic 99.
         05  filler         pic xx.
     03  JBS-Desc           pic x(20).
     03  JBS-Basis          pic x.
         88  JBS-Fixed                    value "F".
         88  JBS-Percent                  value "P".  *> of contract value
         88  JBS-Progress                 value "C".  *> % complete, less billed
     03  JBS-Pct            pic 999v99    comp-3.
     03  JBS-Amount         pic s9(7)v99  comp-3.  *> fixed, or as invoiced
     03  JBS-Status         pic x.
         88  JBS-Pending                  value "P".
         88  JBS-Reached                  value "R".  *> due for invoicing
         88  JBS-Invoiced                 value "I".
     03  JBS-Invoice        pic 9(8).
     03  JBS-Inv-Date       binary-long.
     03  filler             pic x(3).
