*>****
*>  Changes.
*> 02/09/26 vbc - .00 Written for the warranty register.
*> 15/10/26 vbc - .01 A serial quarantined under an st072 product recall
*>                    cannot be issued (SL357).
*>
 environment             division.
*>===============================
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL935 (3.02.01)".
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
     03  SL317          pic x(38) value "SL317 No supplying GRN on the record !".
     03  SL318          pic x(30) value "SL318 Entry is not yet claimed".
     03  SL319          pic x(29) value "SL319 Nothing on the register".
     03  SL357          pic x(45) value "SL357 Serial/lot quarantined - product recall".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
              display SL312 at 2301 with foreground-color 4 highlight
              go to ca020-Get-Serial
     end-read
     if       Ss-Quarantined                     *> 15/10/26
              display SL357 at 2301 with foreground-color 4 highlight
              go to ca020-Get-Serial.
     display  " " at 2301 with erase eol.
*>
*>  Issue it and open the register entry.
