*>*******************************************
*>            Common                        *
*>  File Definition For The Report          *
*>  Distribution Log                        *
*>*******************************************
*> rec size 192 bytes, new 15/10/26.
*> One record per slice produced by xl165 - what went to whom, when,
*> the attachment and the mail queue entry that carries it.  Status
*> Q queued for mailq, E empty slice (nothing sent), F not queued.
*>
 fd  Rpt-Dist-File.
*>
 01  Rpt-Dist-Record.
     03  RD-Key.
         05  RD-Date        pic 9(8).     *> ccyymmdd
         05  RD-Sub-No      pic 9(4).
         05  RD-Run         pic 99.
     03  RD-Time            pic 9(6).     *> hhmmss
     03  RD-Report          pic xx.
     03  RD-Burst-Type      pic x.
     03  RD-Burst-Key       pic x(10).
     03  RD-Recipient       pic x(30).
     03  RD-Email           pic x(64).
     03  RD-Lines           pic 9(5).
     03  RD-Attachment      pic x(40).
     03  RD-Mq-Seq          binary-long.
     03  RD-Status          pic x.
         88  RD-Queued                    value "Q".
         88  RD-Empty                     value "E".
         88  RD-Not-Queued                value "F".
     03  RD-User            pic x(8).
     03  filler             pic x(7).
*>
