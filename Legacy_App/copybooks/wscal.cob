*>*******************************************
*>                                          *
*>  Call block for xl164, the business      *
*>  calendar working day engine (fdcal.cob) *
*>*******************************************
*> New 15/10/26.
*> Set the purpose (DU DD PY CF PE JS - picks the roll rule held on
*> the calendar control record), the country (spaces = home) and the
*> binary date, then call "xl164" using Cal-Call-Block file-defs.
*> Cal-Fn-Roll returns Cal-Out-Date moved to a working day by the
*> purpose's rule; Cal-Fn-Test only answers Cal-Working for the date.
*> Either way Cal-Working / Cal-Desc-Out describe the date given.
*> No calendar file = every day a working day, dates unchanged.
*> Call with Cal-Fn-Close at end of run to release the file.
*>
 01  Cal-Call-Block.
     03  Cal-Function       pic 9             value 1.
         88  Cal-Fn-Roll                      value 1.
         88  Cal-Fn-Test                      value 2.
         88  Cal-Fn-Close                     value 9.
     03  Cal-Purpose        pic xx            value spaces.
     03  Cal-Bank-Country   pic xx            value spaces.
     03  Cal-In-Date        binary-long       value zero.
     03  Cal-Out-Date       binary-long       value zero.
     03  Cal-Working        pic x             value "Y".
         88  Cal-Is-Working                   value "Y".
     03  Cal-Rule-Used      pic x             value space.
     03  Cal-Desc-Out       pic x(30)         value spaces.
*>
