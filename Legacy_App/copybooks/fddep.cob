*>*******************************************
*>            Sales Ledger                  *
*>  File Definition For The Paying-In Slip  *
*>  deposit file                            *
*>*******************************************
*> rec size 128 bytes, new 15/10/26.
*> Four record shapes share the one file:
*>   DEP-Key = "C" + zero + zero          - control, last deposit no.;
*>   DEP-Key = "H" + deposit no. + zero   - one per deposit (bank,
*>            status, totals and the cash count by denomination);
*>   DEP-Key = "I" + deposit no. + line   - one per receipt in it;
*>   DEP-Key = "F" + receipt folio + zero - folio to deposit cross
*>            reference so xl190 skips receipts that went to the
*>            bank inside a deposit.
*> sl080 opens deposits and adds the receipts, sl954 prints the
*> slip and writes the single cash book entry, xl190 takes the
*> deposit total as one lodgement and marks it seen once matched.
*>
 fd  Deposit-File.
*>
 01  Deposit-Record.
     03  DEP-Key.
         05  DEP-Rec-Type       pic x.
             88  Dep-Control                value "C".
             88  Dep-Header                 value "H".
             88  Dep-Item                   value "I".
             88  Dep-Folio                  value "F".
         05  DEP-No             pic 9(8).   *> folio on F records
         05  DEP-Line           pic 9(4).
     03  DEP-Data               pic x(115).
     03  DEP-Header-Data    redefines DEP-Data.
         05  DEPH-Bank          pic xx.
         05  DEPH-Status        pic x.
             88  Dep-Open                   value "O".
             88  Dep-Banked                 value "B".
             88  Dep-Seen                   value "S".
         05  DEPH-Opened        pic 9(8).   *> ccyymmdd
         05  DEPH-Banked        pic 9(8).   *> ccyymmdd, slip printed
         05  DEPH-Seen          pic 9(8).   *> ccyymmdd, cleared on rec
         05  DEPH-Cheques       pic s9(7)v99  comp-3.
         05  DEPH-Cash          pic s9(7)v99  comp-3.
         05  DEPH-Items         pic 9(4).
         05  DEPH-Denom-Count   pic 9(5)      occurs 12.  *> 50.00 down to 0.01
         05  filler             pic x(14).
     03  DEP-Item-Data      redefines DEP-Data.
         05  DEPI-Type          pic x.
             88  Dep-Cheque                 value "Q".
             88  Dep-Cash                   value "C".
         05  DEPI-Customer      pic x(7).
         05  DEPI-Folio         pic 9(8).
         05  DEPI-Drawer        pic x(30).
         05  DEPI-Amount        pic s9(7)v99  comp-3.
         05  DEPI-Date          pic 9(8).   *> ccyymmdd
         05  filler             pic x(56).
     03  DEP-Folio-Data     redefines DEP-Data.
         05  DEPF-Deposit       pic 9(8).
         05  filler             pic x(107).
     03  DEP-Control-Data   redefines DEP-Data.
         05  DEPC-Last-No       pic 9(8).
         05  filler             pic x(107).
