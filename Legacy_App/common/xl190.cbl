*>                        statement.  Cheques are pulled from the
*>                        Payments file (pl940/pl950), lodgements from
*>                        the customer payment items sl100 leaves on
*>                        the Open-Item file (receipts banked on a
*>                        paying-in slip as one lodgement for the
*>                        deposit, sl954); statement lines are
*>                        keyed or imported from BANKSTMT.CSV.  Auto
*>                        match pairs statement lines with cash book
*>                        items of the same amount, residual items are
*>                    item written (new Brec-Bank) and filtered on
*>                    in the match/tick/print scans; untagged items
*>                    from before this change still show everywhere.
*> 15/10/26 vbc - .02 Receipts banked on a paying-in slip (sl080 /
*>                    sl954, deposit.dat) lodge as one item per
*>                    deposit, ref DEPnnnnnn, not one per receipt;
*>                    clearing a matched deposit marks it seen.
*>                    Outstanding list and clear-down now performed
*>                    thru their exits - the read loops never ran.
*>
 environment             division.
*>===============================
                           status FS-Reply.
*>
 copy "selbrec.cob".
 copy "seldep.cob".
 copy "selprint.cob".
*>
 data                    division.
 01  Stmt-In-Record         pic x(80).
*>
 copy "fdbrec.cob".
 copy "fddep.cob".
 copy "fdprint.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "XL190 (3.02.02)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
     03  WS-CCYYMMDD     pic 9(8)         value zero.
     03  WS-Cheque-9     pic 9(8)         value zero.
     03  WS-Folio-9      pic 9(8)         value zero.
     03  WS-Dep-Open     pic x            value "N".   *> 15/10/26 sl954.
     03  WS-Dep-Disp     pic 9(6)         value zero.
     03  WS-Today-8      pic 9(8)         value zero.
     03  WS-Added        pic 9(4)         value zero.
     03  WS-Rejected     pic 9(4)         value zero.
     03  WS-Matched      pic 9(4)         value zero.
 ba020-Pay-Done.
     perform  Payments-Close.
     perform  OTM3-Open-Input.
     move     "N" to WS-Dep-Open.
     open     input Deposit-File.
     if       fs-reply = zero
              move "Y" to WS-Dep-Open.
*>
 ba030-OTM-Read.
     perform  OTM3-Read-Next.
              go to ba030-OTM-Read.
     if       oi-paid = zero
              go to ba030-OTM-Read.
*>
*>  Banked inside a paying-in slip - the deposit is the lodgement.
*>
     if       WS-Dep-Open = "Y"
              move "F" to DEP-Rec-Type
              move oi-invoice to DEP-No
              move zero to DEP-Line
              read Deposit-File
                   invalid key
                   continue
                   not invalid key
                   go to ba030-OTM-Read
              end-read
     end-if
     move     "L" to Brec-Type.
     move     oi-invoice to WS-Folio-9.
     move     WS-Folio-9 to Brec-Ref.
*>
 ba040-OTM-Done.
     perform  OTM3-Close.
     if       WS-Dep-Open = "N"
              go to ba060-Done.
*>
*>  One lodgement per banked deposit for this bank a/c, dated the
*>   day its slip printed.
*>
     move     "H" to DEP-Rec-Type.
     move     zero to DEP-No DEP-Line.
     start    Deposit-File key not less than DEP-Key
              invalid key
              go to ba055-Dep-Done.
*>
 ba050-Dep-Read.
     read     Deposit-File next record
              at end
              go to ba055-Dep-Done.
     if       not Dep-Header
              go to ba055-Dep-Done.
     if       not Dep-Banked
          or  DEPH-Bank not = WS-Bank-Code
              go to ba050-Dep-Read.
     move     "L" to Brec-Type.
     move     DEP-No to WS-Dep-Disp.
     move     spaces to Brec-Ref.
     string   "DEP" WS-Dep-Disp delimited by size into Brec-Ref.
     move     DEPH-Banked to Brec-Date.
     add      DEPH-Cheques DEPH-Cash giving Brec-Amount.
     move     "O" to Brec-Status.
     move     "Paying-in slip" to Brec-Narrative.
     move     WS-Bank-Code to Brec-Bank.
     write    Brec-Record
              invalid key
              continue
              not invalid key
              add 1 to WS-Added
     end-write
     go       to ba050-Dep-Read.
*>
 ba055-Dep-Done.
     close    Deposit-File.
*>
 ba060-Done.
     display  "Cash book items added : " at 1601 with foreground-color 2.
     display  WS-Added at 1625 with foreground-color 2.
     perform  zz090-Hit-Return.
     move     "Less un-presented cheques :" to print-record.
     write    print-record after 2.
     move     "C" to WS-Type-In.
     perform  ga100-List-Outstanding thru ga190-Exit.
*>
     move     spaces to print-record.
     move     "Plus outstanding lodgements :" to print-record.
     write    print-record after 2.
     move     "L" to WS-Type-In.
     perform  ga100-List-Outstanding thru ga190-Exit.
*>
     move     spaces to print-record.
     move     "Unmatched statement lines carried forward :" to print-record.
     write    print-record after 2.
     move     "S" to WS-Type-In.
     perform  ga100-List-Outstanding thru ga190-Exit.
*>
     compute  WS-Cash-Book = WS-Bank-Bal - WS-Unpres + WS-Lodge.
     move     spaces to line-4.
     move     WS-Cash-Book to l4-amount.
     write    print-record from line-4 after 2.
*>
     perform  ga200-Clear-Matched thru ga290-Exit.
*>
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>  with only the carry forward.
*>
 ga200-Clear-Matched.
     move     "N" to WS-Dep-Open.
     open     i-o Deposit-File.
     if       fs-reply = zero
              move "Y" to WS-Dep-Open.
     accept   WS-Today-8 from date YYYYMMDD.
     move     low-values to Brec-Key.
     start    Bank-Rec-File key not less Brec-Key
              invalid key
              go to ga280-Close.
*>
 ga210-Read.
     read     Bank-Rec-File next record
              at end
              go to ga280-Close.
     if       not Brec-Matched
              go to ga210-Read.
     if       Brec-Bank not = spaces
          and Brec-Bank not = WS-Bank-Code
              go to ga210-Read.
     if       Brec-Lodgement
          and Brec-Ref (1:3) = "DEP"
          and WS-Dep-Open = "Y"
              perform ga250-Deposit-Seen thru ga259-Exit.
     delete   Bank-Rec-File record.
     go       to ga210-Read.
*>
 ga280-Close.
     if       WS-Dep-Open = "Y"
              close Deposit-File.
*>
 ga290-Exit.
     exit.
*>
*>  A paying-in slip deposit cleared against the statement has been
*>  seen by the bank - off the sl954 outstanding report.
*>
 ga250-Deposit-Seen.
     if       Brec-Ref (4:6) not numeric
              go to ga259-Exit.
     move     "H" to DEP-Rec-Type.
     move     Brec-Ref (4:6) to WS-Dep-Disp.
     move     WS-Dep-Disp to DEP-No.
     move     zero to DEP-Line.
     read     Deposit-File
              invalid key
              go to ga259-Exit.
     move     "S" to DEPH-Status.
     move     WS-Today-8 to DEPH-Seen.
     rewrite  Deposit-Record.
*>
 ga259-Exit.
     exit.
*>
 ga999-Exit.
     exit     section.
