       >>source free
*>*********************************************
*>                                            *
*>        Lost Demand Lookup By Item          *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         st028.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Called lookup shared by st085 forecasting,
*>                        st080 ABC classification and pl026 order
*>                        suggestions - see wslostdm.cob for the
*>                        contract.  Demand turned away at sl910 and
*>                        the sl926 counter never reaches Stock-TD-Deds
*>                        so the items we run out of look quieter
*>                        than they are; this hands back, per item,
*>                        what the lost demand log holds for the last
*>                        12 months by calendar month.  The log is
*>                        read once, on the first call, into store.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     None.
*>**
*>    Error messages used.
*>                        None - no log simply means no lost demand.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for the lost demand log.
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
*> Lost demand trail written by sl910/sl926 (fdlostdm.cob).
 select   Lost-Demand-File assign "lostdmd.dat"
                   organization  line sequential
                   status Ld-Fs-Reply.
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdlostdm.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "ST028 (3.02.00)".
*>
 01  ws-data.
     03  Ld-Fs-Reply     pic 99           value zero.
     03  WS-Loaded       pic x            value "N".
         88  Log-Loaded                   value "Y".
     03  WS-Today        pic 9(8)         value zero.
     03  WS-Today-Parts redefines WS-Today.
         05  WS-Today-Year   pic 9(4).
         05  WS-Today-Month  pic 99.
         05  WS-Today-Day    pic 99.
     03  WS-Log-Date     pic 9(8)         value zero.
     03  WS-Log-Parts redefines WS-Log-Date.
         05  WS-Log-Year     pic 9(4).
         05  WS-Log-Month    pic 99.
         05  WS-Log-Day      pic 99.
     03  WS-Today-No     pic 9(6)   comp  value zero.   *> year * 12 + month
     03  WS-Log-No       pic 9(6)   comp  value zero.
     03  WS-Cnt          pic s9(4)  comp  value zero.
     03  K               pic s9(4)  comp  value zero.
*>
*>  Lost quantity by item and calendar month, last 12 months.
*>
 01  WS-LD-Table.
     03  WS-LD-Entry     occurs 2000.
         05  WS-LD-Key       pic x(13).
         05  WS-LD-Month     pic 9(7)   comp  occurs 12.
         05  WS-LD-Recent    pic 9(7)   comp.
         05  WS-LD-Times     pic 9(5)   comp.
*>
 linkage section.
*>**************
*>
 copy "wslostdm.cob".
*>
 procedure division using Lost-Demand-Call.
*>=========================================
*>
 aa000-Main section.
*>*****************
*>
     if       LDC-Fn-Close
              move "N" to WS-Loaded
              goback.
     if       not Log-Loaded
              perform ba000-Load-Log.
     perform  ca000-Lookup.
     goback.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Load-Log          section.
*>==============================
*>
     move     "Y" to WS-Loaded.
     move     zero to WS-Cnt.
     initialize WS-LD-Table.
     accept   WS-Today from date YYYYMMDD.
     compute  WS-Today-No = (WS-Today-Year * 12) + WS-Today-Month.
     open     input Lost-Demand-File.
     if       Ld-Fs-Reply not = zero
              go to ba999-exit.
*>
 ba010-Read.
     read     Lost-Demand-File
              at end
              close Lost-Demand-File
              go to ba999-exit.
     move     LD-Date to WS-Log-Date.
     compute  WS-Log-No = (WS-Log-Year * 12) + WS-Log-Month.
     if       WS-Log-No > WS-Today-No
           or WS-Log-No < WS-Today-No - 11
           or WS-Log-Month < 1 or > 12
              go to ba010-Read.
     move     1 to K.
*>
 ba020-Search.
     if       K > WS-Cnt
              go to ba030-New.
     if       WS-LD-Key (K) = LD-Item
              go to ba040-Add.
     add      1 to K.
     go       to ba020-Search.
*>
 ba030-New.
     if       WS-Cnt not < 2000                 *> full - rest left out
              go to ba010-Read.
     add      1 to WS-Cnt.
     move     WS-Cnt  to K.
     move     LD-Item to WS-LD-Key (K).
*>
 ba040-Add.
     add      LD-Qty to WS-LD-Month (K WS-Log-Month).
     add      1      to WS-LD-Times (K).
     if       WS-Log-No > WS-Today-No - 3
              add LD-Qty to WS-LD-Recent (K).
     go       to ba010-Read.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Lookup            section.
*>==============================
*>
     move     zero to LDC-Year-Qty LDC-Recent-Qty LDC-Times.
     move     zero to LDC-Month-Qty (1)  LDC-Month-Qty (2)  LDC-Month-Qty (3)
                      LDC-Month-Qty (4)  LDC-Month-Qty (5)  LDC-Month-Qty (6)
                      LDC-Month-Qty (7)  LDC-Month-Qty (8)  LDC-Month-Qty (9)
                      LDC-Month-Qty (10) LDC-Month-Qty (11) LDC-Month-Qty (12).
     move     1 to K.
*>
 ca010-Search.
     if       K > WS-Cnt
              go to ca999-exit.
     if       WS-LD-Key (K) not = LDC-Stock-Key
              add 1 to K
              go to ca010-Search.
*>
     move     WS-LD-Recent (K) to LDC-Recent-Qty.
     move     WS-LD-Times (K)  to LDC-Times.
     move     1 to WS-Log-Month.
*>
 ca020-Month.
     if       WS-Log-Month > 12
              go to ca999-exit.
     move     WS-LD-Month (K WS-Log-Month) to LDC-Month-Qty (WS-Log-Month).
     add      WS-LD-Month (K WS-Log-Month) to LDC-Year-Qty.
     add      1 to WS-Log-Month.
     go       to ca020-Month.
*>
 ca999-exit.
     exit     section.
*>
