*>*******************************************
*>            Common                        *
*>  File Definition For The Report          *
*>  Subscription file                       *
*>*******************************************
*> rec size 160 bytes, new 15/10/26.
*> One record per report + recipient: which report, the slice of it
*> the recipient gets (burst), the one parameter (minimum balance /
*> value to list), where it goes and how often.  xl165 maintains
*> them and, run from the xl200 job stream, produces each due slice,
*> queues it on the mail queue as an attachment and logs it.
*> Reports:  SA aged debtors (sl120)    PA aged creditors (pl120)
*>           ST stock valuation (st030) CM commission (sl909)
*> Burst:    A whole report, T Sales-Territory (SA, CM),
*>           R rep code (SA via the rep's territory, CM),
*>           L stock location (ST).
*> Frequency D daily, W weekly on day nn (1 = Mon .. 7 = Sun),
*>           M monthly on day nn - a missed day runs next time.
*>
 fd  Rpt-Sub-File.
*>
 01  Rpt-Sub-Record.
     03  RS-Sub-No          pic 9(4).
     03  RS-Report          pic xx.
         88  RS-Aged-Debtors              value "SA".
         88  RS-Aged-Creditors            value "PA".
         88  RS-Stock-Value               value "ST".
         88  RS-Commission                value "CM".
     03  RS-Burst-Type      pic x.
         88  RS-Burst-All                 value "A".
         88  RS-Burst-Territory           value "T".
         88  RS-Burst-Rep                 value "R".
         88  RS-Burst-Location            value "L".
     03  RS-Burst-Key       pic x(10).
     03  RS-Min-Value       pic 9(7)v99   comp-3.
     03  RS-Recipient       pic x(30).
     03  RS-Email           pic x(64).
     03  RS-Freq            pic x.
         88  RS-Daily                     value "D".
         88  RS-Weekly                    value "W".
         88  RS-Monthly                   value "M".
     03  RS-Freq-Day        pic 99.
     03  RS-Active          pic x.
         88  RS-Is-Active                 value "Y".
     03  RS-Last-Run        pic 9(8).     *> ccyymmdd
     03  RS-Last-Lines      pic 9(5).
     03  filler             pic x(27).
*>
