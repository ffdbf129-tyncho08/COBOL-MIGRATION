*>                        so nothing changes for accounts without a
*>                        code).  The file stays open between calls;
*>                        call with Terms-Fn-Close at end of run.
*>                        The due date is then moved to a working
*>                        day by the business calendar (xl164, due
*>                        date rule).
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     maps04, xl164.
*>**
*>    Error messages used.
*>                        None - falls back rather than stopping.
*>****
*>  Changes.
*> 02/09/26 vbc - .00 Written for payment terms processing.
*> 15/10/26 vbc - .01 Due dates rolled to a working day via the
*>                    business calendar (xl164).
*>
 environment             division.
*>===============================
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "XL141 (3.02.01)".
*>
 copy "wsmaps03.cob".
 copy "wscal.cob".
 77  Fs-Reply            pic 99            value zero.
 77  WS-File-Open        pic x             value "N".
 77  WS-File-Missing     pic x             value "N".
                   close Terms-File
                   move "N" to WS-File-Open
              end-if
              set  Cal-Fn-Close to true
              call "xl164" using Cal-Call-Block file-defs
              go to aa999-Main-Exit.
*>
*>  Default = fallback (plain day count) until a code proves out.
     move     Terms-Assign-Code to Terms-Code-Out.
*>
 aa999-Main-Exit.
*>
*>  Whatever way it was worked out, the due date lands on a working day.
*>
     if       not Terms-Fn-Close
              set  Cal-Fn-Roll to true
              move "DU"   to Cal-Purpose
              move spaces to Cal-Bank-Country
              move Terms-Due-Date to Cal-In-Date
              call "xl164" using Cal-Call-Block file-defs
              move Cal-Out-Date to Terms-Due-Date.
     goback.
*>
 ba000-Maps04 section.
