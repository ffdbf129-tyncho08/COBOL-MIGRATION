*>                        SL196
*>                        SL198
*>                        SL199
*>                        SL351
*>                        SL356
*>****
*>  Changes.
*> 04/03/83 Vbc - Changes To Fdinv.Cob And Cr-Notes.
*> 25/08/25 vbc   .26 On line totals line # missing.
*> 22/08/26 vbc - .27 Amendment stock adjustments maintain the st022
*>                    cost layers when FIFO costing is in force.
*> 15/10/26 vbc - .28 Invoices carrying drop-ship lines (sl910/pl049)
*>                    cannot be amended here as an order has gone to
*>                    the supplier and no stock moved for the line.
*> 15/10/26 vbc - .29 Nor invoices carrying kit lines - the stock came
*>                    off the kit's components, not the kit (sl910).
*>
*>*************************************************************************
*>
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL920 (3.02.29)".
 77  Exception-Msg       pic x(25) value spaces.
 copy "wsmaps03.cob".
 copy "wsfnctn.cob".
*>     03  SL197          pic x(06) value "SL197".
     03  SL198          pic x(19) value "SL198 Stock Read : ".
     03  SL199          pic x(22) value "SL199 Stock Rewrite : ".
     03  SL351          pic x(61) value "SL351 Invoice has drop-ship lines ordered - cannot be amended".
     03  SL356          pic x(60) value "SL356 Invoice has kit lines - delete (sl940) and re-enter it".
*>
 01  delete-test.
     03  delete-field    pic xx.
     move     sih-date to u-bin.
     perform  zz060-Convert-Date.   *> now have WS-date
     perform  Read-Details.
*>
*>  15/10/26 - drop-ship lines have a supplier order raised against
*>   them and moved no stock, so amending here would corrupt both.
*>
     move     zero to k.
     perform  zz210-Test-Drop-Ship varying j from 1 by 1
                                   until j > sih-lines.
     if       k = 1
              display SL351 at 1601 with foreground-color 4 erase eol
              go to invoice-enter.
*>
*>  15/10/26 - nor kit lines, their stock came off the components.
*>
     if       k = 2
              display SL356 at 1601 with foreground-color 4 erase eol
              go to invoice-enter.
*>
 date-Input.
*>*********
*>
 Main-Exit52b.     exit section.
*>=============================
*>
 zz210-Test-Drop-Ship       section.
*>********************************
*>
     if       sil-Back-Ordered (j) = "D"
              move 1 to k.
     if       sil-Back-Ordered (j) = "K"
        and   k = zero
              move 2 to k.
*>
 zz210-Exit.
     exit     section.
*>
 zz050-Validate-Date        section.
*>*********************************
