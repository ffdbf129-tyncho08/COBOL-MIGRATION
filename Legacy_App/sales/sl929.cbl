*>    Remarks.            Set up, amend, delete and list the customer
*>                        contacts (fdcont.cob) - name, role, email,
*>                        phone - with the per-document routing flags
*>                        (I/S/D/O) that steer sl930 e-mailed invoices,
*>                        sl110 statements, sl190 letters and sl955
*>                        order acknowledgements to the right inbox
*>                        instead of the one Sales-Email.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>****
*>  Changes.
*> 02/09/26 vbc - .00 Written for customer contacts / doc routing.
*> 15/10/26 vbc - .01 Added the Orders route flag (CT-Use-Order) for the
*>                    sl955 order acknowledgements.
*>
 environment             division.
*>===============================
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL929 (3.02.01)".
 copy "print-spool-command.cob".
 copy "wsfnctn.cob".
 copy "wssl.cob".
*>
 01  line-2.
     03  filler          pic x(132)      value "Customer  Sq  Name                           Role " &
         "                 E-mail                         Phone          I S D O".
*>
 01  line-3.
     03  l3-cust         pic x(10).
     03  l3-phone        pic x(15).
     03  l3-i            pic xb.
     03  l3-s            pic xb.
     03  l3-d            pic xb.
     03  l3-o            pic x.
*>
 linkage section.
*>**************
              move spaces to CT-Name CT-Role-Title CT-Email
                             CT-Phone
              move "N" to CT-Use-Invoice CT-Use-Statement
                          CT-Use-Dunning CT-Use-Order
     end-read.
     if       CT-Use-Order not = "Y"
              move "N" to CT-Use-Order.
*>
     display  "Name   [                              ]" at 1301 with foreground-color 2.
     display  CT-Name at 1309 with foreground-color 3.
     accept   CT-Email at 1509 with foreground-color 3 update.
     display  "Phone  [             ]" at 1601 with foreground-color 2.
     accept   CT-Phone at 1609 with foreground-color 3 update.
     display  "Routes: Invoices [ ]  Statements [ ]  Letters [ ]  Orders [ ]  (Y/N)"
                           at 1801 with foreground-color 2.
     accept   CT-Use-Invoice at 1819 with foreground-color 3 update UPPER.
     accept   CT-Use-Statement at 1835 with foreground-color 3 update UPPER.
     accept   CT-Use-Dunning at 1848 with foreground-color 3 update UPPER.
     accept   CT-Use-Order at 1860 with foreground-color 3 update UPPER.
*>
     move     WS-Cust-Hold to CT-Customer.
     move     WS-Seq-In    to CT-Seq.
     move     CT-Use-Invoice   to l3-i.
     move     CT-Use-Statement to l3-s.
     move     CT-Use-Dunning   to l3-d.
     move     CT-Use-Order     to l3-o.
     if       line-cnt > Page-Lines - 3
              perform db000-Headings.
     write    print-record from line-3 after 1.
