       >>source free
*>*********************************************
*>                                            *
*>       Document Translation Lookup          *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         sl946.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Gives the customer documents - invoices
*>                        (sl930), delivery notes (sl950), statements
*>                        (sl110), dunning letters (sl190) and the
*>                        mails queued for them (mailq) - their fixed
*>                        headings, legends and narrative in the
*>                        customer's language from the Language file
*>                        (fdlang.cob, maintained in sl945).  Callers
*>                        fill the Lang-Call-Block (wslang.cob) with
*>                        the English and get the translation back,
*>                        or the English untouched when there is none.
*>                        Every text id asked for is also recorded
*>                        under EN with its English and print width
*>                        so sl945 always has the full list to
*>                        translate.  The file stays open between
*>                        calls; call with Lang-Fn-Close at end of run.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     None.
*>**
*>    Error messages used.
*>                        None - falls back to English rather than
*>                        stopping.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for customer language documents.
*>
 environment             division.
*>===============================
*>
 copy "envdiv.cob".
 input-output            section.
*>------------------------------
*>
 file-control.
*>-----------
*>
 copy "sellang.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdlang.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL946 (3.02.00)".
*>
 77  WS-LT-Status        pic 99            value zero.
 77  WS-File-Open        pic x             value "N".
 77  WS-File-Missing     pic x             value "N".
*>
 linkage section.
*>**************
*>
 copy "wslang.cob".
 copy "wsnames.cob".
*>
 procedure division using Lang-Call-Block
                          file-defs.
*>===================================
*>
 aa000-Main section.
*>*****************
*>
     if       Lang-Fn-Close
              if   WS-File-Open = "Y"
                   close Language-File
                   move "N" to WS-File-Open
              end-if
              go to aa999-Main-Exit.
*>
     if       Lang-Fn-Customer
              move "EN" to Lang-Code.
     if       WS-File-Missing = "Y"
              go to aa999-Main-Exit.
     if       WS-File-Open = "N"
              perform ba000-Open-File
              if   WS-File-Missing = "Y"
                   go to aa999-Main-Exit
              end-if.
*>
     if       Lang-Fn-Customer
              perform ca000-Customer
     else
              perform da000-Text.
*>
 aa999-Main-Exit.
     goback.
*>
 ba000-Open-File section.
*>**********************
*>
*>  Created empty on first use so the EN list can start building.
*>
     open     i-o Language-File.
     if       WS-LT-Status not = zero
              open  output Language-File
              close Language-File
              open  i-o    Language-File.
     if       WS-LT-Status not = zero
              move "Y" to WS-File-Missing
     else
              move "Y" to WS-File-Open.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Customer section.
*>*********************
*>
     move     spaces to LT-Key.
     move     "C" to LT-Type.
     move     Lang-Customer to LT-Customer.
     read     Language-File invalid key
              go to ca999-exit
     end-read
     if       LT-Cust-Language not = spaces
              move LT-Cust-Language to Lang-Code.
*>
 ca999-exit.
     exit     section.
*>
 da000-Text section.
*>*****************
*>
*>  Keep the EN master in step with what the program prints.
*>
     move     spaces to LT-Key.
     move     "T"  to LT-Type.
     move     "EN" to LT-Lang-Code.
     move     Lang-Text-Id to LT-Text-Id.
     read     Language-File invalid key
              move Lang-Max-Len to LT-Max-Len
              move Lang-Text    to LT-Text
              write Language-Record
              go to da010-Translate
     end-read
     if       LT-Max-Len not = Lang-Max-Len
           or LT-Text    not = Lang-Text
              move Lang-Max-Len to LT-Max-Len
              move Lang-Text    to LT-Text
              rewrite Language-Record.
*>
 da010-Translate.
     if       Lang-Code = spaces or "EN"
              go to da999-exit.
     move     spaces to LT-Key.
     move     "T"  to LT-Type.
     move     Lang-Code    to LT-Lang-Code.
     move     Lang-Text-Id to LT-Text-Id.
     read     Language-File invalid key
              go to da999-exit
     end-read
     if       LT-Text not = spaces
              move LT-Text to Lang-Text.
*>
 da999-exit.
     exit     section.
*>
