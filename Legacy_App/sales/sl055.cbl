*>                        SL124
*>                        SL125.
*>                        SL126.
*>                        SL127.
*>
*>    Changes:
*> 15/01/83 Sjw - 400420
*> 26/08/25 vbc   .15 Change description of Emergency anal. rec.
*>                    Added new msgs 124, 126 for it.
*>                    Added test for fs-reply on write itm2.
*> 15/10/26 vbc - .16 Credit notes parked by sl910 and still awaiting
*>                    approval, or rejected, in sl947 (crauth.dat) are
*>                    left unextracted - no analysis or OTM2 entry until
*>                    approved.  Count shown as SL127.
*>
*>*************************************************************************
*>
*> copy "selinv.cob".
*> copy "selval.cob".
*> copy "selanal.cob".
 copy "selcrauth.cob".   *> 15/10/26 credit note approval (sl947).
*>
 data                    division.
*>===============================
*> copy "fdinv2.cob".
*> copy "fdval.cob".
*> copy "fdanal.cob".
 copy "fdcrauth.cob".    *> 15/10/26 credit note approval (sl947).
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15)    value "SL055 (3.02.16)".
 77  Exception-Msg       pic x(25)    value spaces.
*>
 copy "wsfnctn.cob".
     03  ws-env-lines    pic 999       value zero.
     03  ws-lines        binary-char unsigned value zero.
     03  ws-23-lines     binary-char unsigned value zero.
     03  WS-CA-Status    pic 99               value zero.
     03  WS-CA-Open      pic x                value "N".
     03  WS-CA-Parked    pic 9(5)      comp   value zero.
     03  WS-CA-Parked-Ed pic zzzz9.
     03  ws-Todays-Year.
         05  WS-Todays-Year9 pic 9(4)          value zero.
*>
     03  SL124          pic x(29) value "SL124 Analysis record created".
     03  SL125          pic x(34) value "SL125 Analysis File Does Not Exist".
     03  SL126          pic x(35) value "SL126 You will need to update this".
     03  SL127          pic x(60) value "SL127 Credit notes awaiting approval (sl947) not extracted :".
*>
 copy "Test-Data-Flags.cob".  *> set sw-testing to zero to stop logging.
*>
     if       fs-reply not = zero
              close open-item-file-2
              open output open-item-file-2.
     open     input Credit-Auth-File.      *> 15/10/26 no file, none parked
     if       WS-CA-Status = zero
              move "Y" to WS-CA-Open.
*>
 da010-Read-Loop.
     perform  until FS-Reply = 10    *> changed 18/01/25 for clean up using inline perform
       or     ih-status-L not = "L"
              move 1 to ws-p-flag
              go to da030-Skip-Invoice.
*>
*>  Credit note parked in sl910 - not extracted while it awaits sl947
*>   approval or once rejected there, so analysis and the ledger only
*>   ever see approved ones.  15/10/26.
*>
     if       ih-type = 3
        and   WS-CA-Open = "Y"
              move "N" to CA-Type
              move ih-invoice to CA-Invoice
              read Credit-Auth-File
                   invalid key
                   move "A" to CA-Status
              end-read
              if   CA-Waiting
                or CA-Rejected
                   add 1 to WS-CA-Parked
                   go to da030-Skip-Invoice
              end-if
     end-if.
*>
     perform  dd000-Extract.
*>
     perform  Value-Close.
     perform  Analysis-Close.
     close    open-item-file-2.
     if       WS-CA-Open = "Y"
              close Credit-Auth-File.
*>
     if       WS-CA-Parked not = zero
              move WS-CA-Parked to WS-CA-Parked-Ed
              display SL127  at line ws-23-lines col 1 with erase eol
              display WS-CA-Parked-Ed at line ws-23-lines col 62
              if     WS-Caller not = "xl150"
                     display SL002        at line ws-lines    col 1
                     accept  ws-reply     at line ws-lines    col 33
              end-if
              display " " at line ws-23-lines col 1 with erase eos.
*>
     if       ws-p-flag not = zero   *> Unprinted invoice are present
              display SL122        at line ws-23-lines col 1
