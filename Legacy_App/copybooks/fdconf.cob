*>*******************************************
*>            Common                        *
*>  File Definition For The Audit Balance   *
*>  Confirmation (circularisation) file     *
*>*******************************************
*> rec size 64 bytes, new 15/10/26.
*> One circularisation at a time - the year's letters are replaced
*> when the next run selects its accounts.  Per account circularised
*> (sales customer or purchase supplier) the letter record, CF-Seq
*> zero: the balance at the confirmation date, how it was picked
*> (top N, random interval sample, keyed by the auditor), when sent
*> and the reply - agreed, or disagreed with the balance the other
*> side claims.  Seq 01 thru 99 are the reconciling items that take
*> a disagreed balance back to ours.  xl156 maintains and reports.
*>
 fd  Confirm-File.
*>
 01  Confirm-Record.
     03  CF-Key.
         05  CF-Ledger      pic x.
             88  CF-Sales                 value "S".
             88  CF-Purch                 value "P".
         05  CF-Account     pic x(7).
         05  CF-Seq         pic 99.             *> 00 = the letter
     03  CF-Letter-Data.
         05  CF-Bal-Date    binary-long.        *> balance as at
         05  CF-Balance     pic s9(9)v99  comp-3.
         05  CF-Basis       pic x.
             88  CF-Top-N                 value "T".
             88  CF-Random                value "R".
             88  CF-Keyed                 value "K".
         05  CF-Sent-Date   binary-long.
         05  CF-Status      pic x.
             88  CF-Outstanding           value "S".
             88  CF-Agreed                value "A".
             88  CF-Disagreed             value "D".
         05  CF-Reply-Date  binary-long.
         05  CF-Their-Bal   pic s9(9)v99  comp-3.
         05  CF-Items       pic 99.             *> last item seq
         05  filler         pic x(26).
     03  CF-Item-Data   redefines CF-Letter-Data.
         05  CF-Item-Date   binary-long.
         05  CF-Item-Type   pic x.
             88  CF-Cash-Transit          value "C".
             88  CF-Inv-Transit           value "I".
             88  CF-Disputed              value "D".
             88  CF-Error                 value "E".
             88  CF-Other                 value "O".
         05  CF-Item-Ref    pic x(10).
         05  CF-Item-Desc   pic x(30).
         05  CF-Item-Amount pic s9(9)v99  comp-3.   *> + ours higher
         05  filler         pic x(3).
*>
