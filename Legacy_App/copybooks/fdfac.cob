*>*******************************************
*>            Sales                         *
*>  File Definition For The Invoice         *
*>  Discounting (Factor) file               *
*>*******************************************
*> rec size 86 bytes, new 15/10/26.
*> Fac-Type "0" - the facility: factor, our client number with it,
*>                the advance percentage, the date from which the
*>                ledger is assigned and the schedule and transaction
*>                counters.  Customer spaces, item zero.
*> Fac-Type "A" - one per OTM3 item notified to the factor, keyed as
*>                OTM3 (customer + item) so nothing goes twice.  Amount
*>                signed as it moves the assigned debt - invoices +,
*>                credit notes and cash -.
*> Fac-Type "T" - the factor current account - drawdowns, charges,
*>                our payments to the factor and adjustments.  Item =
*>                transaction number.  Amount signed as it moves funds
*>                in use.
*> Funds in use = T records less cash assigned (the factor banks it).
*> Availability = assigned debt x advance % less funds in use.
*>
 fd  Factor-File.
*>
 01  Factor-Record.
     03  Fac-Key.
         05  Fac-Type       pic x.
             88  Fac-Facility           value "0".
             88  Fac-Assigned           value "A".
             88  Fac-Trans              value "T".
         05  Fac-Customer   pic x(7).
         05  Fac-Item       pic 9(8).
     03  Fac-Detail.
         05  Fac-Date       binary-long.       *> notified / entered
         05  Fac-Amount     pic s9(9)v99 comp-3.
         05  Fac-Code       pic x.
*> "A" - OTM3 oi-type 2 inv, 3 cr, 5/6 cash.
*> "T" - D drawdown, C charges, P paid to factor, A adjustment.
         05  Fac-Schedule   pic 9(5).
         05  Fac-Ref        pic x(20).
         05  filler         pic x(34).
     03  Fac-Facility-Data redefines Fac-Detail.
         05  Facp-Name      pic x(30).
         05  Facp-Client    pic x(15).
         05  Facp-Advance   pic 99v99    comp-3.
         05  Facp-Start     binary-long.
         05  Facp-Last-Sched pic 9(5)    comp-3.
         05  Facp-Last-Trans pic 9(8)    comp-3.
         05  Facp-Stmt-Date binary-long.       *> last reconciled
         05  filler         pic x(6).
