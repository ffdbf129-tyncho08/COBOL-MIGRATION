*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04, xl164.
*>                        acas012  ->  (Sales)
*>                         salesMT.
*>                        acas019  ->  (OTM3)
*> 22/08/26 vbc - .01 Failed reversal now backs out the amount the
*>                    run collected (type 5 appropriation), leaving
*>                    earlier part payments on the invoice alone.
*> 15/10/26 vbc - .02 Collection date is the next working day on the
*>                    business calendar (xl164, DD rule) - never a
*>                    weekend or bank holiday - carried on the
*>                    DDCOLL.SUB trailer and the register.  Invoice
*>                    due dates roll the same way.
*> 15/10/26 vbc - .03 Contract retention items (OI-Hold-flag "R", see
*>                    sl956) are not collected until released.
*>
 environment             division.
*>===============================
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL913 (3.02.03)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wscal.cob".
 copy "wsfnctn.cob".
 copy "slwsoi3.cob".
 copy "wssl.cob".
     03  WS-Hash-Acct    pic 9(14)        value zero.
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Due-Date     binary-long      value zero.
     03  WS-Coll-Date    binary-long      value zero.
     03  WS-Coll-Ccyymmdd pic 9(8)        value zero.
     03  WS-Pay-Serial   pic 9(8)         value zero.
     03  display-8       pic z(6)9.99.
*>
*> Module specific
     03  SL231          pic x(31) value "SL231 Customer record not found".
     03  SL251          pic x(37) value "SL251 No active mandate for customer".
     03  SL252          pic x(35) value "SL252 Nothing is due for collection".
     03  SL253          pic x(40) value "SL253 Invoice not found or not collected".
     03  SL254          pic x(44) value "SL254 No collection record for this invoice".
*>
     03  ddt-amount      pic 9(11)v99.
     03  ddt-hash-sort   pic 9(12).
     03  ddt-hash-acct   pic 9(14).
     03  ddt-coll-date   pic 9(8).           *> ccyymmdd
     03  filler          pic x(21)       value spaces.
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
     03  l4-hash-sort    pic 9(12).
     03  filler          pic x(12)       value "  hash acct ".
     03  l4-hash-acct    pic 9(14).
*>
 01  line-5.
     03  filler          pic x(36)       value "Collection date :".
     03  l5-date         pic x(10).
     03  filler          pic x(3)        value spaces.
     03  l5-note         pic x(40).
*>
 linkage section.
*>**************
*>
 menu-exit.
     close    DD-Mandate-File.
     set      Cal-Fn-Close to true.
     call     "xl164" using Cal-Call-Block file-defs.
     exit     program.
*>
*>****************************************************************
     display  "Direct Debit Collection Run" at 0127 with foreground-color 2.
     display  ws-date at 0171 with foreground-color 2.
*>
     perform  cf000-Collection-Date.
     move     "N" to WS-Update-Mode.
     move     "Proof - Direct Debit Collections        " to l1-title.
     perform  cb000-Collection-Pass.
     move     WS-Coll-Total to ddt-amount.
     move     WS-Hash-Sort  to ddt-hash-sort.
     move     WS-Hash-Acct  to ddt-hash-acct.
     move     WS-Coll-Ccyymmdd to ddt-coll-date.
     write    DD-Submission-Record from DD-Sub-Trailer.
     close    DD-Submission-File.
     display  "DDCOLL.SUB written and collections applied." at 1401 with foreground-color 2.
     move     WS-Hash-Sort  to l4-hash-sort.
     move     WS-Hash-Acct  to l4-hash-acct.
     write    print-record from line-4 after 3.
     write    print-record from line-5 after 2.
     close    print-file.
     call     "SYSTEM" using Print-Report.
*>
              go to cc010-Read-Loop.
     if       OI-Status not = zero
              go to cc010-Read-Loop.
     if       OI-Hold-flag = "H" or = "Q" or = "R"
              go to cc010-Read-Loop.
*>
     add      OI-Date Sales-Credit giving WS-Due-Date.
     set      Cal-Fn-Roll to true.
     move     "DD"   to Cal-Purpose.
     move     spaces to Cal-Bank-Country.
     move     WS-Due-Date to Cal-In-Date.
     call     "xl164" using Cal-Call-Block file-defs.
     move     Cal-Out-Date to WS-Due-Date.
     if       WS-Due-Date > WS-Coll-Date
              go to cc010-Read-Loop.
*>
     add      oi-net  oi-extra  oi-carriage
*>
 cd999-exit.
     exit     section.
*>
 cf000-Collection-Date   section.
*>==============================
*>
*>  The bank collects on a working day - today unless the calendar
*>   says otherwise, then rolled by the direct debit rule.
*>
     set      Cal-Fn-Roll to true.
     move     "DD"   to Cal-Purpose.
     move     spaces to Cal-Bank-Country.
     move     WS-Today-Bin to Cal-In-Date.
     call     "xl164" using Cal-Call-Block file-defs.
     move     Cal-Out-Date to WS-Coll-Date u-bin.
     perform  zz060-Convert-Date.
     move     ws-date to l5-date.
     move     spaces  to l5-note.
     if       not Cal-Is-Working
              string "rolled from today - " Cal-Desc-Out
                     delimited by size into l5-note.
     move     u-date (7:4) to WS-Coll-Ccyymmdd (1:4).
     move     u-date (4:2) to WS-Coll-Ccyymmdd (5:2).
     move     u-date (1:2) to WS-Coll-Ccyymmdd (7:2).
     display  "Collection date" at 0501 with foreground-color 2.
     display  l5-date at 0517 with foreground-color 3.
     display  l5-note at 0529 with foreground-color 3.
*>
 cf999-exit.
     exit     section.
*>
 ea000-Failed-Reversal   section.
*>==============================
