*>                         salesMT
*>                        acas019  ->
*>                         otm3MT.     ONLY for Table processing.
*>                        sl946.       Document translation lookup.
*>**
*>    Error messages used.
*>                        SL005.
*> 02/09/26 vbc - .17 Letter e-mails route to the contact flagged
*>                    for letters (sl929), falling back to
*>                    Sales-Email.
*> 15/10/26 vbc - .18 Letters in the customer's language (sl945): the
*>                    language code is added as the last field of the
*>                    letter.00n records (records now 211) so the mail
*>                    merge can pick the matching letter text, and the
*>                    e-mailed letter's heading, dunning narrative and
*>                    legends come via sl946, English where none held.
*>                    The language rides on the queued mail (Mq-Merge-3)
*>                    so mailq words it to match.
*> 15/10/26 vbc - .19 Contract retention items (OI-Hold-flag "R", see
*>                    sl956) are left out of the letter ageing until
*>                    released - they are not overdue.
*>
*>*************************************************************************
*>
*>
 fd  letter-file-1.
*>
 01  letter-record-1     pic x(211).
*>
 fd  letter-file-2.
*>
 01  letter-record-2     pic x(211).
*>
 fd  letter-file-3.
*>
 01  letter-record-3     pic x(211).
*>
 fd  Email-Dun-File.
 01  Email-Dun-Record    pic x(80).
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL190 (3.02.19)".
*>
 77  Locale-Currency-Symbol pic x  value x"A3".  *> UK pound - change this for yours.
 copy "wsmaps03.cob".
*> copy "wsoi.cob".
 copy "slwsoi3.cob".
 copy "wssl.cob".
 copy "wslang.cob".     *> 15/10/26 sl946 translations.
*>
*>  15/10/26 - e-mailed letter wording, held here in English and
*>   replaced from the customer's language by zz170-Set-Language.
*>
 01  WS-Lang-Data.
     03  WS-Last-Lang     pic xx         value spaces.
     03  WS-Lit-Head-1    pic x(40)      value "Payment Reminder".
     03  WS-Lit-Head-2    pic x(40)      value "Second Reminder".
     03  WS-Lit-Head-3    pic x(40)      value "Final Demand".
     03  WS-Lit-Text-1    pic x(80)      value
         "Our records show your account has an overdue balance. Please arrange payment.".
     03  WS-Lit-Text-2    pic x(80)      value
         "Your account balance remains overdue. Please arrange payment urgently.".
     03  WS-Lit-Text-3    pic x(80)      value
         "This is a final demand for payment. Please contact us immediately.".
     03  WS-Lit-Account   pic x(20)      value "Account:".
     03  WS-Lit-Amount    pic x(40)      value "Amount Outstanding:".
*>
*> REMARK OUT ANY IN USE
*>
         05 lf-os        pic z(6)9.99.   *> 195       and comment out this one
     03  filler          pic x     value ",".      *>  Or change above line for your currency
     03  lf-date         pic x(12).       *> 208
     03  filler          pic x     value ",".
     03  lf-lang         pic xx.          *> 211  15/10/26
*>
 01  letter-work2        pic x(211).
*>
 01  ws-data.
     03  letter-nos      pic 999      value zero.
     if       s-closed
              move spaces to last-read
              go to read-open-item.
*>
     if       oi-hold-flag = "R"                 *> retention - not due
              move spaces to last-read
              go to read-open-item.
*>
     subtract oi-date  from  pay-date  giving  work-1.
*>
     if       WS-Cont-Open = "Y"
              close Contact-File
              move "N" to WS-Cont-Open.
     set      Lang-Fn-Close to true.
     call     "sl946" using Lang-Call-Block file-defs.
     if       FS-Cobol-Files-Used             *> Make it a null file
              open  output open-item-file-s
              close open-item-file-s
      else
                    move  3  to  letter-nos.
*>
     perform  zz170-Set-Language.
     move     WS-Last-Lang  to  lf-lang.
     move     sales-name  to  lf-name.
     move     WS-Sales-Key  to  lf-account.
     move     sales-current  to  lf-os.
              ","           delimited by size
              quote         delimited by size
              ws-date       delimited by size
              quote         delimited by size
              ","           delimited by size
              quote         delimited by size
              lf-lang       delimited by size
              quote         delimited by size  into letter-work2 pointer b
     end-string
     move     letter-work2 to letter-work.
              open    output Email-Dun-File
              set     Email-Dun-Is-Open to true
              move    spaces to Email-Dun-Record
              if      letter-nos = 1
                      move WS-Lit-Head-1 to Email-Dun-Record
              else
               if     letter-nos = 2
                      move WS-Lit-Head-2 to Email-Dun-Record
               else
                      move WS-Lit-Head-3 to Email-Dun-Record
               end-if
              end-if
              write   Email-Dun-Record
              move    spaces to Email-Dun-Record
              write   Email-Dun-Record
              move    sales-name to Email-Dun-Record
              write   Email-Dun-Record
              move    lf-line1 to Email-Dun-Record
              write   Email-Dun-Record
              move    spaces to Email-Dun-Record
              write   Email-Dun-Record
              string  WS-Lit-Account delimited by "  "
                      " " WS-Sales-Key delimited by size
                      into Email-Dun-Record
              write   Email-Dun-Record
              move    spaces to Email-Dun-Record
              string  WS-Lit-Amount delimited by "  "
                      " " lf-os2 delimited by size
                      into Email-Dun-Record
              write   Email-Dun-Record
              move    spaces to Email-Dun-Record
              write   Email-Dun-Record
              if      letter-nos = 1
                      move WS-Lit-Text-1 to Email-Dun-Record
              else
               if     letter-nos = 2
                      move WS-Lit-Text-2 to Email-Dun-Record
               else
                      move WS-Lit-Text-3 to Email-Dun-Record
               end-if
              end-if
              write   Email-Dun-Record
              close   Email-Dun-File
              perform zz080-Issue-Email
              move    "N" to WS-Email-Dun-Open.
     move     WS-Mail-To      to Mq-To.
     move     WS-Mail-From    to Mq-From.
     move     Usera           to Mq-Merge-1.
     move     spaces          to Mq-Merge-2.
     move     WS-Last-Lang    to Mq-Merge-3.      *> 15/10/26 mail wording.
     move     WS-Email-Dun-Filename to Mq-Attachment.
     accept   Mq-Queued-Date  from date YYYYMMDD.
     accept   Mq-Queued-Time  from time.
*>
 zz160-Exit.
     exit     section.
*>
 zz170-Set-Language       section.
*>********************************
*>
*>  15/10/26 - the customer's language (sl945) for this letter; when
*>  it differs from the last one the e-mailed letter's heading,
*>  dunning narrative and legends are looked up again via sl946 -
*>  English wherever no translation is held.
*>
     set      Lang-Fn-Customer to true.
     move     WS-Sales-Key to Lang-Customer.
     call     "sl946" using Lang-Call-Block file-defs.
     if       Lang-Code = WS-Last-Lang
              go to zz170-Exit.
     move     Lang-Code to WS-Last-Lang.
     set      Lang-Fn-Text to true.
*>
     move     "SL190-01" to Lang-Text-Id.
     move     40 to Lang-Max-Len.
     move     "Payment Reminder" to Lang-Text.
     perform  zz175-Translate.
     move     Lang-Text to WS-Lit-Head-1.
     move     "SL190-02" to Lang-Text-Id.
     move     40 to Lang-Max-Len.
     move     "Second Reminder" to Lang-Text.
     perform  zz175-Translate.
     move     Lang-Text to WS-Lit-Head-2.
     move     "SL190-03" to Lang-Text-Id.
     move     40 to Lang-Max-Len.
     move     "Final Demand" to Lang-Text.
     perform  zz175-Translate.
     move     Lang-Text to WS-Lit-Head-3.
     move     "SL190-04" to Lang-Text-Id.
     move     80 to Lang-Max-Len.
     move     
              "Our records show your account has an overdue balance. Please arrange payment." to Lang-Text.
     perform  zz175-Translate.
     move     Lang-Text to WS-Lit-Text-1.
     move     "SL190-05" to Lang-Text-Id.
     move     80 to Lang-Max-Len.
     move     
              "Your account balance remains overdue. Please arrange payment urgently." to Lang-Text.
     perform  zz175-Translate.
     move     Lang-Text to WS-Lit-Text-2.
     move     "SL190-06" to Lang-Text-Id.
     move     80 to Lang-Max-Len.
     move     
              "This is a final demand for payment. Please contact us immediately." to Lang-Text.
     perform  zz175-Translate.
     move     Lang-Text to WS-Lit-Text-3.
     move     "SL190-07" to Lang-Text-Id.
     move     20 to Lang-Max-Len.
     move     "Account:" to Lang-Text.
     perform  zz175-Translate.
     move     Lang-Text to WS-Lit-Account.
     move     "SL190-08" to Lang-Text-Id.
     move     40 to Lang-Max-Len.
     move     "Amount Outstanding:" to Lang-Text.
     perform  zz175-Translate.
     move     Lang-Text to WS-Lit-Amount.
*>
 zz170-Exit.
     exit     section.
*>
 zz175-Translate          section.
*>********************************
*>
*>  Lang-Text-Id, Lang-Max-Len and Lang-Text (English) set by caller.
*>
     call     "sl946" using Lang-Call-Block file-defs.
*>
 zz175-Exit.
     exit     section.
*>
 maps04       section.
*>*******************
