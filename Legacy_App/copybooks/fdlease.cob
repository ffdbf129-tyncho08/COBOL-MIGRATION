*>
*>*******************************************
*>            Common                        *
*>  File Definition For The Lease Register  *
*>  (IFRS 16 right-of-use leases)           *
*>*******************************************
*> rec size 256 bytes, new 15/10/26.
*> Lease number zero is the control record.  One record per vehicle,
*> property or other lease on balance sheet - the contract terms as
*> entered, the right-of-use asset and lease liability they gave at
*> commencement, the terms now in force (from LS-Basis-Period, set
*> again on each modification) and the running cost, depreciation
*> and liability as the period journals have left them.  Periods are
*> calendar months held ccyymm.  xl162 maintains and reports.
*>
 fd  Lease-File.
*>
 01  Lease-Record.
     03  LS-Lease-No        pic 9(6).           *> zero = control rec
     03  LS-Data.
         05  LS-Desc        pic x(30).
         05  LS-Class       pic x.
             88  LS-Vehicle               value "V".
             88  LS-Property              value "P".
             88  LS-Other-Asset           value "O".
         05  LS-Supplier    pic x(7).           *> PL account paid
         05  LS-Status      pic x.
             88  LS-Active                value "A".
             88  LS-Ended                 value "E".  *> term run out
             88  LS-Terminated            value "T".  *> ended early
         05  LS-Start-Period pic 9(6).          *> commencement ccyymm
         05  LS-Term        pic 999.            *> months, as entered
         05  LS-Payment     pic s9(7)v99  comp-3.
         05  LS-Pay-Months  pic 99.             *> 1, 3, 6 or 12
         05  LS-Timing      pic x.
             88  LS-In-Advance            value "A".
             88  LS-In-Arrears            value "R".
         05  LS-Rate        pic 99v9999.        *> discount rate % pa
         05  LS-IDC         pic s9(7)v99  comp-3.  *> initial direct costs
         05  LS-Accounts.                       *> GL, profit centre 00
             07  LS-ROU-AC  pic 9(6).           *> ROU asset cost
             07  LS-Dep-AC  pic 9(6).           *> ROU accum. depreciation
             07  LS-Liab-AC pic 9(6).           *> lease liability
             07  LS-Int-AC  pic 9(6).           *> interest expense
             07  LS-DepX-AC pic 9(6).           *> depreciation expense
             07  LS-Pay-AC  pic 9(6).           *> where the payments go
         05  LS-Init-Liab   pic s9(9)v99  comp-3.
         05  LS-Init-ROU    pic s9(9)v99  comp-3.
         05  LS-Basis-Period pic 9(6).          *> terms now in force from
         05  LS-Basis-Term  pic 999.            *> months from basis
         05  LS-Cur-Payment pic s9(7)v99  comp-3.
         05  LS-Cur-Rate    pic 99v9999.
         05  LS-Last-Period pic 9(6).           *> last journals, zero none
         05  LS-Liability   pic s9(9)v99  comp-3.
         05  LS-ROU-Cost    pic s9(9)v99  comp-3.
         05  LS-Acc-Dep     pic s9(9)v99  comp-3.
         05  LS-Mod-Cnt     pic 99.
         05  LS-Mod-Period  pic 9(6).           *> last modification
         05  LS-End-Period  pic 9(6).           *> ended or terminated
         05  LS-Entered     binary-long.
         05  filler         pic x(73).
     03  LS-Control redefines LS-Data.
         05  LSC-Next-Lease pic 9(6).
         05  filler         pic x(244).
*>
