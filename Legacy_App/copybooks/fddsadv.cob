*>*******************************************
*>            Sales                         *
*>  File Definition For The Despatch Advice *
*>  log (and SSCC control) file             *
*>*******************************************
*> rec size 96 bytes, new 15/10/26.
*> One record per delivery note that sl950 has sent an electronic
*> despatch advice for (customers with Sales-Einv-Flag D or B),
*> keyed by its invoice number - when, how many cartons and the
*> SSCC numbers given to them (consecutive from DAL-First-Serial),
*> and the carrier consignment (sl931) it carried.  A re-print with
*> the same carton count re-uses the SSCCs already on the labels.
*> The record with DAL-Invoice zero is the control record - our GS1
*> company prefix (7 to 10 digits) and the last SSCC serial issued.
*>
 fd  Desadv-Log-File.
*>
 01  Desadv-Log-Record.
     03  DAL-Invoice         pic 9(8).
     03  DAL-Log-Data.
         05  DAL-Customer    pic x(7).
         05  DAL-Order       pic x(10).
         05  DAL-Date        pic 9(8).            *> ccyymmdd last sent
         05  DAL-Time        pic 9(6).
         05  DAL-Cartons     pic 99.
         05  DAL-First-Serial pic 9(9).
         05  DAL-First-SSCC  pic x(18).
         05  DAL-Consignment pic x(20).           *> spaces = none keyed yet
         05  DAL-Times-Sent  pic 99.
         05  filler          pic x(6).
     03  DAL-Control-Data    redefines DAL-Log-Data.
         05  DAL-GS1-Prefix  pic x(10).
         05  DAL-Last-Serial pic 9(9).
         05  filler          pic x(69).
*>
