*>**
*>    Called modules.
*>                        sendsomemail.
*>                        sl946 (translation lookup).
*>**
*>    Error messages used.
*>                        None - queue records not sent are simply
*> 22/08/26 vbc - Added FLSH template for the xl260 daily flash and
*>                made the template lookup actually match the code -
*>                it previously always stopped on the first entry.
*> 15/10/26 vbc - Statement and dunning mails (STMT, DUN1-3) are worded
*>                in the customer's language - sl110/sl190 put the
*>                language code in Mq-Merge-3 and the subject and body
*>                are looked up via sl946 (ids MQ-code-S / MQ-code-B),
*>                English where no translation is held.
*> 15/10/26 vbc - Added SBIN template for the pl935 self-billed invoices
*>                (invoice no and agreement ref ride in Mq-Merge-2/3).
*> 15/10/26 vbc - Added CERT template for the pl045 supplier compliance
*>                document expiry warnings (document and expiry date
*>                ride in Mq-Merge-1 so they land in the subject).
*> 15/10/26 vbc - Added PORV template for the pl048 revised purchase order
*>                reissue (folio and revision ride in Mq-Merge-1).
*> 15/10/26 vbc - Added RCAL template for the st072 product recall letters
*>                (recall ref and item ride in Mq-Merge-1).
*> 15/10/26 vbc - Added PRCL template for the sl951 customer price lists
*>                (validity dates ride in Mq-Merge-1, the CSV attached).
*> 15/10/26 vbc - Added CRLR template for the sl953 credit limit review
*>                letters (new limit rides in Mq-Merge-1).
*> 15/10/26 vbc - Added RDST template for the xl165 scheduled report
*>                distribution (report, slice and date ride in
*>                Mq-Merge-1, the slice CSV attached).
*> 15/10/26 vbc - Added SOAK template for the sl955 sales order
*>                acknowledgements (order, revision and customer ref
*>                ride in Mq-Merge-1, the acknowledgement attached).
*>
 environment             division.
*>================================
         05  filler   pic x(40)  value "Request for quotation from".
         05  filler   pic x(200)
             value "We invite your best price, lead time and validity for the item and quantity shown in the subject line. Please reply quoting the RFQ number - quotes are compared and awarded promptly.".
     03  filler.
         05  filler   pic x(4)   value "SBIN".
         05  filler   pic x(40)  value "Self-billed invoice from".
         05  filler   pic x(200)
             value "Attached is the invoice we have raised on your behalf under our self-billing agreement. Please keep it as your sales invoice and do not issue your own for these supplies.".
     03  filler.
         05  filler   pic x(4)   value "CERT".
         05  filler   pic x(40)  value "Renewal needed -".
         05  filler   pic x(200)
             value "Our records show the certificate or insurance document named in the subject is due to expire. Please send us a copy of the renewal before that date as orders and payments to you are held if it lapses.".
     03  filler.
         05  filler   pic x(4)   value "PORV".
         05  filler   pic x(40)  value "Revised purchase order -".
         05  filler   pic x(200)
             value "Attached is our revised purchase order - changes from the previous issue are marked. Please confirm acceptance quoting the order and revision number given in the subject.".
     03  filler.
         05  filler   pic x(4)   value "RCAL".
         05  filler   pic x(40)  value "PRODUCT RECALL -".
         05  filler   pic x(200)
             value "Goods we supplied to you are subject to the product recall named in the subject. Stop using or selling them now and reply quoting the recall with the quantity you still hold so we can arrange return.".
     03  filler.
         05  filler   pic x(4)   value "PRCL".
         05  filler   pic x(40)  value "Your price list from".
         05  filler   pic x(200)
             value "Attached is your price list - net price per selling unit for each item with any quantity breaks. Prices hold for the dates in the subject; a promotional price ending sooner shows its own end date.".
     03  filler.
         05  filler   pic x(4)   value "CRLR".
         05  filler   pic x(40)  value "Your credit limit has been raised -".
         05  filler   pic x(200)
             value "Following our periodic review of your account we are pleased to tell you your credit limit with us has been raised to the figure in the subject, from today. Thank you for your custom.".
     03  filler.
         05  filler   pic x(4)   value "RDST".
         05  filler   pic x(40)  value "Scheduled report -".
         05  filler   pic x(200)
             value "Attached is your scheduled report named in the subject, as at the date shown. Let the accounts office know if it should go to someone else or is no longer needed.".
     03  filler.
         05  filler   pic x(4)   value "SOAK".
         05  filler   pic x(40)  value "Order acknowledgement -".
         05  filler   pic x(200)
             value "Thank you for your order. Attached is our acknowledgement listing each line, its price and the date we promise it. A revised acknowledgement follows if anything changes before it is despatched.".
 01  Mail-Template-Tab redefines Mail-Template-Table.
     03  Mail-Template            occurs 20.
         05  Mt-Code              pic x(4).
         05  Mt-Subject-Prefix    pic x(40).
         05  Mt-Body              pic x(200).
     03  ws-mail-body        pic x(256).
     03  ws-mail-return      binary-long.
     03  ws-today            pic 9(8).
     03  ws-subject-prefix   pic x(40).
*>
 copy "wslang.cob".
*>
 linkage section.
*>***************
     close    Mail-Queue-File.
*>
 aa999-Exit.
     set      Lang-Fn-Close to true.
     call     "sl946" using Lang-Call-Block file-defs.
     goback.
*>
*>***********************************************
*>*********************************
*>
     move     zero to ws-t ws-t-flag.
     perform  ca010-Find-Template until ws-t = 20
                                      or ws-template-found.
     if       not ws-template-found
              go to ca999-Exit.
*>
     move     spaces to ws-mail-subject ws-mail-body.
     move     Mt-Subject-Prefix (ws-t) to ws-subject-prefix.
     move     Mt-Body (ws-t)  to  ws-mail-body.
     if       Mt-Code (ws-t) = "STMT" or "DUN1" or "DUN2" or "DUN3"
              perform  cb000-Translate.
     string   function trim (ws-subject-prefix)
              " "
              function trim (Mq-Merge-1)
                                        delimited by size
                                        into ws-mail-subject.
     move     Mq-To           to  ws-mail-to.
     move     Mq-From         to  ws-mail-from.
*>
              move 1 to ws-t-flag.
 ca999-Exit.
     exit     section.
*>
 cb000-Translate           section.
*>*********************************
*>
*>  Customer language in Mq-Merge-3 (spaces = English) for the
*>   customer document mails.
*>
     set      Lang-Fn-Text to true.
     move     Mq-Merge-3 (1:2) to Lang-Code.
     move     spaces to Lang-Text-Id.
     string   "MQ-" Mt-Code (ws-t) "-S" delimited by size
                                        into Lang-Text-Id.
     move     40 to Lang-Max-Len.
     move     ws-subject-prefix to Lang-Text.
     call     "sl946" using Lang-Call-Block file-defs.
     move     Lang-Text to ws-subject-prefix.
*>
     move     spaces to Lang-Text-Id.
     string   "MQ-" Mt-Code (ws-t) "-B" delimited by size
                                        into Lang-Text-Id.
     move     200 to Lang-Max-Len.
     move     ws-mail-body to Lang-Text.
     call     "sl946" using Lang-Call-Block file-defs.
     move     Lang-Text to ws-mail-body.
 cb999-Exit.
     exit     section.
*>
 end program mailq.
