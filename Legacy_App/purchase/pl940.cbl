*>                        PL902
*>                        PL903
*>**
*>    Called Modules.     Maps04, xl164.
*>                        acas022
*>                         purchMT
*>                        acas032
*>                       wrong run and cried wolf.  Every line
*>                       carries its payment date; the run trailer
*>                       is dated too.
*> 15/10/26 vbc      .13 Payment date keyed on a weekend or bank
*>                       holiday is moved to a working day by the
*>                       business calendar (xl164, payment rule).
*>
*>*************************************************************************
*>
 working-storage section.
 copy "print-spool-command.cob".
*>----------------------
 77  prog-name           pic x(15)       value "PL940 (3.02.13)".
 77  test-amount         pic 9(7)v99.
 77  asterix-fill        pic x(64)       value all "*".
*>
         05  filler          pic x.
         05  ws-intl-days    pic xx.
 copy "wsmaps03.cob".
 copy "wscal.cob".
*>
 01  Error-Messages.
*> System Wide
     perform  zz050-Validate-Date.
     if       u-bin = zero
              go to  get-date.
*>
*>  Value date must be a working day - the calendar moves it.
*>
     set      Cal-Fn-Roll to true.
     move     "PY"   to Cal-Purpose.
     move     spaces to Cal-Bank-Country.
     move     u-bin  to Cal-In-Date.
     call     "xl164" using Cal-Call-Block file-defs.
     set      Cal-Fn-Close to true.
     call     "xl164" using Cal-Call-Block file-defs.
     if       Cal-Out-Date not = u-bin
              move Cal-Out-Date to u-bin
              perform zz060-Convert-Date
              move ws-date to ws-test-date
              display ws-test-date at 0834 with foreground-color 3
              display Cal-Desc-Out at 0846 with foreground-color 4
              display "- not a working day, payment date moved" at 0911
                                   with foreground-color 4.
     move     ws-test-date to c-date.
*>
 read-purchase.
