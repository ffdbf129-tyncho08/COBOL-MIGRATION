*>*******************************************
*>            Sales                         *
*>  File Definition For The Customer Volume *
*>  Rebate Agreement file                   *
*>*******************************************
*> rec size 150 bytes, new 15/10/26.
*> One record per customer agreement: the period, the product
*> analysis group it covers (spaces = every group) and up to five
*> spend tiers of "over Reb-Threshold, Reb-Rate percent".  Basis R
*> pays the rate of the highest tier reached on ALL the qualifying
*> spend, basis I pays each tier's rate only on the spend falling
*> within that band.  Spend is the posted net from the Inv-Sum-File
*> (sl060), credit notes netting off.  Reb-Accrued is what the
*> monthly sl941 accrual run has put through the GL so far; the
*> settlement run raises the credit note and releases it.
*>
 fd  Rebate-File.
*>
 01  Rebate-Record.
     03  Reb-Key.
         05  Reb-Customer   pic x(7).
         05  Reb-Agreement  pic 99.
     03  Reb-Desc           pic x(30).
     03  Reb-PA             pic xx.                  *> spaces = all
     03  Reb-Start-Date     binary-long.
     03  Reb-End-Date       binary-long.
     03  Reb-Basis          pic x.
         88  Reb-Retro                  value "R".
         88  Reb-Incremental            value "I".
     03  Reb-Status         pic x.
         88  Reb-Active                 value "A".
         88  Reb-Settled                value "S".
     03  Reb-Tier                       occurs 5.
         05  Reb-Threshold  pic 9(9)v99  comp-3.     *> spend from
         05  Reb-Rate       pic 99v99    comp.       *> percent
     03  Reb-Accrual-AC     pic 9(6).                *> B/S accrual
     03  Reb-Expense-AC     pic 9(6).                *> P&L charge
     03  Reb-Spend          pic s9(9)v99 comp-3.     *> at last run
     03  Reb-Accrued        pic s9(9)v99 comp-3.     *> posted to date
     03  Reb-Last-Run       binary-long.
     03  Reb-Settled-Date   binary-long.
     03  Reb-Credit-Note    pic 9(8).
     03  filler             pic x(19).
