*>                        SL117
*>                        SL118
*>                        SL119
*>                        SL387
*>**
*>    Changes.
*> 19/06/84 Vbc - .01 Support For 39 Entries On Screen,Ditto Prt,Make
*>                    references for a keyed sales invoice number.
*> 02/09/26 vbc   .17 'D'ocs also shows the sl937 POD (date, signer,
*>                    reference) for the keyed invoice.
*> 15/10/26 vbc   .18 Contract retention items (OI-Hold-flag "R") show
*>                    R and cannot be toggled to query here - they are
*>                    released in sl956.
*> 16/04/24 vbc       Copyright notice update superseding all previous notices.
*>
*>*************************************************************************
*>
 working-storage section.
*>-----------------------
 77  prog-name               pic x(15) value "SL020 (3.02.18)".
*>
 copy "print-spool-command-p.cob".
 copy "wsmaps03.cob".
     03  SL117          pic x(35) value "SL117 No Work File Created..No Data".
     03  SL118          pic x(23) value "SL118 Work file Created".
     03  SL119          pic x(35) value "SL119 Sales Transactions Not Posted".
     03  SL387          pic x(40) value "SL387 Retention item - release in sl956".
*>
 01  error-code          pic 999.
*>
*>
     if       oi-hold-flag not = space
              move "Q" to l7-hold (a).
     if       oi-hold-flag = "R"
              move "R" to l7-hold (a).
*>
     move     spaces  to  ws-desc.
     if       oi-type = 1
              go to error006.
*>
 *>     move     open-item-record-3 to oi-header.
     if       oi-hold-flag = "R"
              display SL387 at line ws-23-lines col 1 with foreground-color 4
              go to error006.
     if       oi-hold-flag = space
              move "Q" to oi-hold-flag
     else
