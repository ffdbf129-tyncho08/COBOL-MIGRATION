       >>source free
*>*********************************************
*>                                            *
*>     Kit Component Explosion & Costing      *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         st071.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>**
*>    Remarks.            Called module - the one place that reads the
*>                        Kit-File for selling.  A kit (phantom) item,
*>                        Stock-Kit-Flag = Y, holds no stock of its own
*>                        and unlike an st070 assembly is never built
*>                        ahead - it is picked from its components at
*>                        despatch.  For a kit this returns the
*>                        component list (as set up in st010) with each
*>                        component's description, cost and held qty,
*>                        the kit's cost as the sum of its components
*>                        and how many kits the held components will
*>                        make up.  Used by sl910 (availability, margin
*>                        floor and the stock explosion), sl940 (add-
*>                        back) and the margin reports.
*>                        The Kit file stays open between calls -
*>                        callers send X on the way out.  The Stock
*>                        file must already be open by the caller.
*>                        See wskit.cob for the call block.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     acas011 (Stock) - read only.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for sales kits.
*>
 environment             division.
*>===============================
*>
 copy "envdiv.cob".
 input-output            section.
*>------------------------------
*>
 file-control.
*>-----------
*>
 copy "selkit.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdkit.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "ST071 (3.02.00)".
*>
 copy "wsfnctn.cob".
 copy "wsstock.cob".
*>
*> REMARK OUT ANY IN USE
*>
 01  Dummies-4-Unused-ACAS-FH-Calls.      *> Call blk at zz080-ACAS-Calls
     03  Default-Record         pic x.
     03  Final-Record           pic x.
     03  WS-Ledger-Record       pic x.
     03  WS-Posting-Record      pic x.
     03  WS-Batch-Record        pic x.
     03  WS-IRS-Posting-Record  pic x.
     03  WS-Stock-Audit-Record  pic x.
*>     03  WS-Stock-Record        pic x.
     03  WS-Sales-Record        pic x.
     03  WS-Value-Record        pic x.
     03  WS-Delivery-Record     pic x.
     03  WS-Analysis-Record     pic x.
     03  WS-Del-Inv-Nos-Record  pic x.
     03  WS-Purch-Record        pic x.
     03  WS-Pay-Record          pic x.
     03  WS-Invoice-Record      pic x.
     03  WS-OTM3-Record         pic x.
     03  WS-PInvoice-Record     pic x.
     03  WS-OTM5-Record         pic x.
*>
 copy "Test-Data-Flags.cob".  *> set sw-testing to zero to stop logging.
*>
 01  ws-data.
     03  WS-Kit-Status   pic 99           value zero.
     03  File-Is-Open    pic 9            value zero.
         88  Kit-File-Open                value 1.
     03  WS-Make         pic 9(6)    comp value zero.
*>
 linkage section.
*>**************
*>
 copy "wskit.cob".
 copy "wssystem.cob".
 copy "wsnames.cob".
*>
 procedure division using WS-Kit-Call
                          system-record
                          file-defs.
*>=======================================
*>
 aa000-Main section.
*>*****************
*>
     move     zero to Kit-RC.
*>
     if       Kit-Close
              if   Kit-File-Open
                   close Kit-File
                   move  zero to File-Is-Open
              end-if
              goback.
*>
     if       not Kit-File-Open
              open input Kit-File
              if   WS-Kit-Status not = zero       *> none set up yet
                   open  output Kit-File
                   close Kit-File
                   open  input  Kit-File
              end-if
              move 1 to File-Is-Open.
*>
     if       Kit-Explode
              perform ba000-Explode.
     goback.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Explode           section.
*>==============================
*>
*>  Components in KT-Seq order, then each costed off its stock record.
*>
     move     zero to Kit-Count Kit-Cost.
     move     999999 to Kit-Avail.
     move     Kit-Stock-Key to KT-Kit.
     move     zero to KT-Seq.
     start    Kit-File key not less than KT-Key
              invalid key
              go to ba050-Check.
*>
 ba010-Read.
     read     Kit-File next record
              at end
              go to ba050-Check.
     if       KT-Kit not = Kit-Stock-Key
         or   Kit-Count = 15
              go to ba050-Check.
     add      1 to Kit-Count.
     move     KT-Component to Kit-Comp-Key  (Kit-Count).
     move     KT-Qty       to Kit-Comp-Qty  (Kit-Count).
     perform  bb000-Cost-Component.
     go       to ba010-Read.
*>
 ba050-Check.
     if       Kit-Count = zero
              move zero to Kit-Avail
              move 1    to Kit-RC.
*>
 ba999-exit.
     exit     section.
*>
 bb000-Cost-Component    section.
*>==============================
*>
*>  A service component limits nothing and is not stock - it still
*>   costs in.  A missing component costs at zero and makes none.
*>
     move     Kit-Comp-Key (Kit-Count) to WS-Stock-Key.
     move     1 to File-Key-No.
     perform  Stock-Read-Indexed.
     if       fs-reply not = zero
              move spaces to Kit-Comp-Desc (Kit-Count)
                             Kit-Comp-Abrev (Kit-Count)
              move "N"    to Kit-Comp-Svc  (Kit-Count)
              move zero   to Kit-Comp-Cost (Kit-Count)
                             Kit-Comp-Held (Kit-Count)
                             Kit-Avail
              move 2      to Kit-RC
              go to bb999-exit.
*>
     move     WS-Stock-Desc to Kit-Comp-Desc (Kit-Count).
     move     WS-Stock-Abrev-Key to Kit-Comp-Abrev (Kit-Count).
     move     Stock-Cost    to Kit-Comp-Cost (Kit-Count).
     move     Stock-Held    to Kit-Comp-Held (Kit-Count).
     if       Stock-Services-Flag = "Y"
              move "Y" to Kit-Comp-Svc (Kit-Count)
     else
              move "N" to Kit-Comp-Svc (Kit-Count).
     compute  Kit-Cost = Kit-Cost + (Stock-Cost * KT-Qty).
*>
     if       Stock-Services-Flag = "Y"
         or   KT-Qty = zero
              go to bb999-exit.
     divide   KT-Qty into Stock-Held giving WS-Make.
     if       WS-Make < Kit-Avail
              move WS-Make to Kit-Avail.
*>
 bb999-exit.
     exit     section.
*>
 copy "Proc-ACAS-FH-Calls.cob".
*>
