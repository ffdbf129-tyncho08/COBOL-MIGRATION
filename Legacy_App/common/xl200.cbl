*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     The programs named in JOBSTREAM.DEF.
*>                        maps04, xl164.
*>**
*>    Error messages used.
*>                        XL201    Stream not in JOBSTREAM.DEF.
*>****
*>  Changes.
*> 22/08/26 vbc - .00 Written for the unattended job stream.
*> 15/10/26 vbc - .01 A stream started on a non-working day (business
*>                    calendar, xl164 job stream rule) is held unless
*>                    the operator says run it anyway.
*>
 environment             division.
*>===============================
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "XL200 (3.02.01)".
 copy "print-spool-command.cob".
 copy "wsfnctn.cob".
 copy "wsmaps03.cob".
 copy "wscal.cob".
*>
 copy "Test-Data-Flags.cob".  *> set sw-testing to zero to stop logging.
*>
           or WS-Stream-In = spaces
              go to ba999-Exit.
*>
*>  Streams run on working days only - unless the rule for job
*>   streams is N (no adjustment) or the operator overrides.
*>
     move     to-day to u-date.
     move     zero   to u-bin.
     call     "maps04" using maps03-ws.
     set      Cal-Fn-Roll to true.
     move     "JS"   to Cal-Purpose.
     move     spaces to Cal-Bank-Country.
     move     u-bin  to Cal-In-Date.
     call     "xl164" using Cal-Call-Block file-defs.
     set      Cal-Fn-Close to true.
     call     "xl164" using Cal-Call-Block file-defs.
     if       not Cal-Is-Working
        and   Cal-Rule-Used not = "N"
              move Cal-Out-Date to u-bin
              call "maps04" using maps03-ws
              display "Not a working day -" at 0801 with foreground-color 4
              display Cal-Desc-Out at 0821 with foreground-color 4
              display "Next working day" at 0901 with foreground-color 2
              display u-date at 0918 with foreground-color 3
              display "Run the stream anyway (Y/N) ? [N]" at 1101 with foreground-color 2
              move "N" to ws-reply
              accept ws-reply at 1132 with foreground-color 6 update UPPER
              if   ws-reply not = "Y"
                   go to ba999-Exit
              end-if
              display " " at 0801 with erase eos.
*>
*>  A failed step left in the run control means this is a restart -
*>  completed steps are skipped, the failed one runs again.  A clean
*>  (or fully complete) control is rebuilt from JOBSTREAM.DEF.
