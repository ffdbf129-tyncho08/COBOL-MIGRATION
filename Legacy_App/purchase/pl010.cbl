*> 22/08/26 vbc    20 Field level change audit via mdaudit on add,
*>                    amend and delete - bank details and credit
*>                    limit flagged sensitive.
*> 15/10/26 vbc    22 Parked bank change also logged through mdaudit as
*>                    PURCH-BANK-REQUEST under the requesting user so
*>                    the segregation of duties report (xl168) still
*>                    knows who asked once pl934 has cleared it.
 environment             division.
*>===============================
*>
 copy "fdprint.cob".
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "PL010 (3.02.22)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
     end-write
     close    Pend-Bank-File.
*>
*>  The request itself goes on the audit trail under the requester,
*>   old and new details as sort code / account number.
*>
     move     "PL" to MD-In-File.
     move     "pl010" to MD-In-Prog.
     move     usera (1:12) to MD-In-User.
     move     "C" to MD-In-Action.
     move     spaces to MD-In-Key MD-In-Before MD-In-After.
     move     WS-Purch-Key to MD-In-Key.
     move     "PURCH-BANK-REQUEST" to MD-In-Field.
     string   PB2-Old-Sort "/" PB2-Old-Acct delimited by size into MD-In-Before.
     string   PB2-New-Sort "/" PB2-New-Acct delimited by size into MD-In-After.
     move     "Y" to MD-In-Sensitive.
     call     "mdaudit" using MD-Call-Block
                              File-Defs.
*>
*>  Old details stay live until confirmed.
*>
     move     mds-sortcode  to Purch-SortCode.
