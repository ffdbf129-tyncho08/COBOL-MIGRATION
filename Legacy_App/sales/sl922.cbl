*>                    written-off net to box 6.  gl094's BD branch
*>                    reclaims the VAT in box 4 and keeps the net
*>                    out of the boxes entirely.
*> 15/10/26 vbc - .02 Each item written off also goes on the bad debt
*>                    log (baddebt.dat) for the sl952 customer
*>                    profitability report.
*>
 environment             division.
*>===============================
*>-----------
*>
 copy "selprint.cob".
*>
*> Write-off trail read by sl952 (fdbdlog.cob).  15/10/26.
 select   Bad-Debt-Log-File assign "baddebt.dat"
                   organization  line sequential
                   status WS-BDL-Status.
*>
 data                    division.
*>===============================
*>-----------
*>
 copy "fdprint.cob".
 copy "fdbdlog.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL922 (3.02.02)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
     03  WS-Min-Amount   pic 9(6)v99      value zero.
     03  WS-BD-Account   pic 9(8)         value zero.
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Today-8      pic 9(8)         value zero.   *> 15/10/26
     03  WS-BDL-Status   pic 99           value zero.
     03  WS-Age-Days     pic s9(5)        value zero.
     03  WS-Gross        pic s9(7)v99     value zero.
     03  WS-Outstanding  pic s9(7)v99     value zero.
     move     to-day to u-date.
     perform  maps04.
     move     u-bin to WS-Today-Bin.
     move     to-day (7:4) to WS-Today-8 (1:4).
     move     to-day (4:2) to WS-Today-8 (5:2).
     move     to-day (1:2) to WS-Today-8 (7:2).
*>
 menu-return.
     move     space  to  menu-reply.
     perform  OTM3-Open.
     perform  Sales-Open.
     if       WS-Apply = "Y"
              perform ca000-Open-Batch
              open     extend Bad-Debt-Log-File
              if       WS-BDL-Status not = zero
                       open output Bad-Debt-Log-File
              end-if
     end-if
*>
     move     low-values to oi3-customer.
     move     zero to oi3-invoice.
*>
 ba800-End.
     if       WS-Apply = "Y"
              perform cd000-Close-Batch
              close   Bad-Debt-Log-File.
     perform  OTM3-Close.
     perform  Sales-Close.
     move     WS-Items   to l4-items.
     move     1 to oi-status.
     move     WS-Today-Bin to oi-date-cleared.
     perform  OTM3-Rewrite.
*>
     move     spaces       to Bad-Debt-Log-Record.    *> 15/10/26
     move     WS-Today-8   to BDL-Date.
     move     oi-customer  to BDL-Customer.
     move     oi-invoice   to BDL-Invoice.
     move     WS-Net-Part  to BDL-Net.
     move     WS-Vat-Part  to BDL-Vat.
     write    Bad-Debt-Log-Record.
*>
     subtract WS-Outstanding from sales-current.
     if       sales-current is negative
