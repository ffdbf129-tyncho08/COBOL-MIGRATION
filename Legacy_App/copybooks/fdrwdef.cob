*>*******************************************
*>            Common                        *
*>  File Definition For The Report          *
*>  Writer definition file                  *
*>*******************************************
*> rec size 640 bytes, new 15/10/26.
*> One record per saved report, keyed by name.  The report reads one
*> file - SL customers, PL suppliers, ST stock, SO sales open items,
*> PO purchase open items, IN sales invoice headers or GP GL
*> postings - and the fields are named as in the record layouts, see
*> the field dictionary wsrwdict.cob.  xl166 maintains and runs them.
*> Columns    up to 8, in print order, total Y = total the column.
*> Conditions up to 5, all must be met.  Op EQ NE LT LE GT GE, value
*>            as keyed - a trailing * on text matches the start (EQ,
*>            NE), dates as dd/mm/ccyy, TODAY or -nnn / +nnn days on
*>            today.
*> Sorts      up to 3, A ascending, D descending.
*> Break      0 none, 1 sub-total on a change of sort 1, 2 on a change
*>            of sorts 1 and 2.
*> Output     P print, C CSV (rw-name.csv), B both.
*> Job run    Y = run unattended by an xl166 job stream step.
*>
 fd  Rpt-Def-File.
*>
 01  Rpt-Def-Record.
     03  RW-Name             pic x(8).
     03  RW-Title            pic x(40).
     03  RW-File             pic xx.
     03  RW-Output           pic x.
         88  RW-Print                      value "P" "B".
         88  RW-Csv                        value "C" "B".
     03  RW-Job-Run          pic x.
     03  RW-Break            pic 9.
     03  RW-Column                         occurs 8.
         05  RW-Col-Field    pic x(24).
         05  RW-Col-Total    pic x.
     03  RW-Condition                      occurs 5.
         05  RW-Cond-Field   pic x(24).
         05  RW-Cond-Op      pic xx.
         05  RW-Cond-Value   pic x(20).
     03  RW-Sort                           occurs 3.
         05  RW-Sort-Field   pic x(24).
         05  RW-Sort-Dir     pic x.
     03  RW-Last-Run         pic 9(8).
     03  RW-Last-Count       pic 9(6).
     03  RW-Last-User        pic x(8).
     03  filler              pic x(60).
*>
