*>*******************************************
*>            Purchase                      *
*>  File Definition For The Purchase Card   *
*>  file                                    *
*>*******************************************
*> rec size 160 bytes, new 15/10/26.
*> Four record shapes share the one file:
*>   PCD-Key = "C" + zero + card ref      - the cardholder: who codes
*>            the card's transactions, the manager who approves
*>            their sheet and the default coding;
*>   PCD-Key = "S" + stmt no + spaces     - one per imported provider
*>            statement, with the folio(s) raised from it;
*>   PCD-Key = "T" + stmt no + line       - one per card transaction,
*>            routed to its cardholder and coded by them;
*>   PCD-Key = "A" + stmt no + holder id  - the manager's approval (or
*>            rejection) of one cardholder's sheet.
*> pl936 imports the statement, runs the coding and approval and
*> raises the approved lines as a normal folio against the card
*> provider for pl050 proof and pl060 posting.
*>
 fd  PCard-File.
*>
 01  PCard-Record.
     03  PCD-Key.
         05  PCD-Key-Type       pic x.
             88  PCD-Holder                 value "C".
             88  PCD-Stmt                   value "S".
             88  PCD-Txn                    value "T".
             88  PCD-Sheet                  value "A".
         05  PCD-Stmt-No        pic 9(6).   *> zero on C
         05  PCD-Key-Rest       pic x(8).
         05  PCD-Line  redefines PCD-Key-Rest.
             07  PCD-Line-No    pic 9(4).   *> T only
             07  filler         pic x(4).
     03  PCD-Data               pic x(145).
     03  PCD-Holder-Data    redefines PCD-Data.
         05  PCH-Name           pic x(24).
         05  PCH-User           pic x(8).   *> Users-File id, codes lines
         05  PCH-Manager        pic x(8).   *> Users-File id, approves
         05  PCH-PA             pic xx.     *> default coding
         05  PCH-PC             pic 99.
         05  PCH-Vat            pic x.      *> S, R or Z
         05  filler             pic x(100).
     03  PCD-Stmt-Data      redefines PCD-Data.
         05  PCS-Supplier       pic x(7).   *> the card provider
         05  PCS-Ref            pic x(10).  *> provider statement ref
         05  PCS-Date           pic 9(8).   *> ccyymmdd
         05  PCS-Loaded         pic 9(8).   *> ccyymmdd
         05  PCS-Lines          pic 9(4).
         05  PCS-Total          pic s9(7)v99  comp-3.
         05  PCS-Status         pic x.
             88  PCS-Open                   value "O".
             88  PCS-Posted                 value "P".
         05  PCS-Folio          pic 9(8).   *> last folio raised
         05  PCS-Posted-Lines   pic 9(4).
         05  filler             pic x(90).
     03  PCD-Txn-Data       redefines PCD-Data.
         05  PCT-Card           pic x(8).
         05  PCT-Holder         pic x(8).   *> spaces = card not set up
         05  PCT-Date           pic 9(8).   *> ccyymmdd
         05  PCT-Merchant       pic x(30).
         05  PCT-Amount         pic s9(7)v99  comp-3.  *> gross
         05  PCT-PA             pic xx.
         05  PCT-PC             pic 99.
         05  PCT-Job            pic x(6).
         05  PCT-Vat-Code       pic x.      *> S, R, Z
         05  PCT-Vat            pic s9(7)v99  comp-3.
         05  PCT-Net            pic s9(7)v99  comp-3.
         05  PCT-Receipt        pic x.
             88  PCT-Receipt-Held           value "Y".
         05  PCT-Status         pic x.
             88  PCT-Uncoded                value "U".
             88  PCT-Coded                  value "C".
             88  PCT-Approved               value "A".
             88  PCT-Posted                 value "P".
         05  PCT-Desc           pic x(24).
         05  PCT-Folio          pic 9(8).
         05  filler             pic x(31).
     03  PCD-Sheet-Data     redefines PCD-Data.
         05  PCA-Status         pic x.
             88  PCA-Approved               value "A".
             88  PCA-Rejected               value "R".
         05  PCA-Approver       pic x(8).
         05  PCA-Date           pic 9(8).   *> ccyymmdd
         05  filler             pic x(128).
