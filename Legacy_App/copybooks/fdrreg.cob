*>*******************************************
*>            General                       *
*>  File Definition For The Balance Sheet   *
*>  Reconciliation Sign-Off Register        *
*>*******************************************
*> rec size 210 bytes, new 15/10/26.
*> One record per balance sheet nominal (account + profit centre)
*> per period (ccyymm): the ledger balance at the period end as
*> captured when it was prepared, the supporting balance the
*> preparer keyed, the difference and its explanation, preparer and
*> reviewer sign-off.  Documents are held on the Attach-File as
*> type "BR" under RR-Ref-No.  A prepared or signed off record whose
*> ledger balance has since moved is re-opened (status O) and must
*> be prepared again.  Key all zeros is the control record - the
*> next reference number and the days after the period end that a
*> reconciliation is due in.  xl161 maintains and reports.
*>
 fd  Recon-Reg-File.
*>
 01  Recon-Reg-Record.
     03  RR-Key.
         05  RR-Account     pic 9(6).
         05  RR-PC          pic 99.
         05  RR-Period      pic 9(6).           *> ccyymm
     03  RR-Data.
         05  RR-Ref-No      pic 9(8).           *> Attach-File doc no
         05  RR-Name        pic x(24).
         05  RR-Status      pic x.
             88  RR-Not-Started           value space.
             88  RR-Prepared              value "P".
             88  RR-Signed-Off            value "R".
             88  RR-Reopened              value "O".
         05  RR-Ledger-Bal  pic s9(9)v99  comp-3.  *> at period end
         05  RR-Captured    binary-long.
         05  RR-Support-Bal pic s9(9)v99  comp-3.
         05  RR-Difference  pic s9(9)v99  comp-3.  *> ledger - support
         05  RR-Explain     pic x(40).
         05  RR-Prep-Id     pic x(8).
         05  RR-Prep-Name   pic x(30).
         05  RR-Prep-Date   binary-long.
         05  RR-Rev-Id      pic x(8).
         05  RR-Rev-Name    pic x(30).
         05  RR-Rev-Date    binary-long.
         05  RR-Reopen-Cnt  pic 99.
         05  RR-Reopen-Date binary-long.
         05  RR-Reopen-Bal  pic s9(9)v99  comp-3.  *> balance found
         05  filler         pic x(5).
     03  RR-Control  redefines RR-Data.
         05  RRC-Next-Ref   pic 9(8).
         05  RRC-Due-Days   pic 99.
         05  filler         pic x(186).
*>
