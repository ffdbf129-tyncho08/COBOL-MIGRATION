       >>source free
*>*********************************************
*>                                            *
*>     Web Shop Stock And Price Feed          *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         st076.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Feeds the web shop what it may sell.  Run as
*>                        a job stream step (xl200, JOBSTREAM.DEF line
*>                        e.g. "NIGHTLY  st076    Web shop feed") as
*>                        often as wanted - no operator input at all.
*>                        Per item: available to sell (Stock-Held less
*>                        Stock-Committed, never below zero), retail,
*>                        and status - A active, S superseded (an st027
*>                        replaced-by record, successor given) or D
*>                        discontinued (gone from the stock file) -
*>                        plus, for items broken down on the Stock-
*>                        Location-File (st100), the qty held at each
*>                        location.  The first run sends everything;
*>                        after that only items changed since the last
*>                        feed (Web-State-File holds what was sent).
*>                        Each feed is its own file webfeed-nnnnnn.csv
*>                        with an H header carrying this and the
*>                        previous feed number and a T trailer with
*>                        the counts, so the web side can see a missed
*>                        or cut short file.  It asks for a full resend
*>                        by leaving WEBFULL.FLG (file-137) in the data
*>                        directory - the next run sends all and
*>                        removes it.
*>
*>                        Record layout, comma separated :
*>                        H,feed no,previous feed no,ccyymmdd,hhmmss,F/C
*>                        I,item,available,retail,status,successor,"desc"
*>                        L,item,location,qty held there
*>                        T,feed no,I count,lines including H and T
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     acas011 FH.
*>**
*>    Error messages used.
*>                        ST760    Feed file will not open.
*>                        ST761    Feed state file will not open.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for the web shop stock/price feed.
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
 copy "selwebst.cob".
 copy "selstkloc.cob".
 copy "selsubst.cob".
*>
     select  Web-Feed-File   assign               WS-Feed-Name
                             organization         line sequential
                             status               WS-Feed-Status.
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdwebst.cob".
 copy "fdstkloc.cob".
 copy "fdsubst.cob".
*>
 fd  Web-Feed-File.
 01  Web-Feed-Record     pic x(128).
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "ST076 (3.02.00)".
 copy "wsfnctn.cob".
 copy "wsstock.cob".
*>
*> REMARK OUT ANY IN USE
*>
 01  Dummies-4-Unused-ACAS-FH-Calls.      *> Call blk at zz080-ACAS-Calls
     03  Default-Record         pic x.
     03  Final-Record           pic x.
     03  System-Record-4        pic x.
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
 01  All-My-Constants    pic 9(4).
     copy "screenio.cpy".
*>
 01  ws-data.
     03  WS-Feed-Name    pic x(24)        value spaces.
     03  WS-Feed-Status  pic 99           value zero.
     03  WS-Subst-FS     pic 99           value zero.
     03  WS-Subst-Open   pic x            value "N".
     03  WS-Full         pic x            value "N".
         88  Full-Feed                    value "Y".
     03  WS-Feed-Type    pic x            value "C".
     03  WS-New-Item     pic x            value "N".
     03  WS-Seq          pic 9(6)         value zero.
     03  WS-Prev-Seq     pic 9(6)         value zero.
     03  WS-Today-8      pic 9(8)         value zero.
     03  WS-Time-In      pic 9(8)         value zero.
     03  WS-Time-6       redefines WS-Time-In.
         05  WS-HHMMSS   pic 9(6).
         05  filler      pic 99.
     03  WS-Items-Sent   pic 9(7)         value zero.
     03  WS-Lines        pic 9(7)         value zero.
     03  WS-Stock-Read   pic 9(7)         value zero.
     03  WS-Dropped      pic 9(7)         value zero.
     03  WS-Loc-N        pic 9(4)   comp  value zero.
*>
*>  This run's view of the item, compared with WST-Item-Data.
*>
 01  WS-Now.
     03  WS-ATS          pic s9(7)  comp  value zero.
     03  WS-Retail       pic 9(7)v99 comp-3 value zero.
     03  WS-Status       pic x            value "A".
     03  WS-Successor    pic x(13)        value spaces.
     03  WS-Loc-Count    pic 9(4)   comp  value zero.
     03  WS-Loc-Check    pic 9(15)  comp  value zero.
*>
*>  Location breakdown held while the item line is decided.
*>
 01  WS-Loc-Table.
     03  WS-Loc-Entry                 occurs 50.
         05  WS-Loc-Code     pic x(10).
         05  WS-Loc-Qty      pic s9(9)  comp.
*>
 01  WS-Edits.
     03  WS-E-Seq        pic 9(6).
     03  WS-E-Prev       pic 9(6).
     03  WS-E-ATS        pic z(6)9.
     03  WS-E-Retail     pic z(6)9.99.
     03  WS-E-Qty        pic -(8)9.
     03  WS-E-Count      pic z(6)9.
     03  WS-E-Lines      pic z(6)9.
*>
 01  File-Info                          value zero.
     05 File-Size-Bytes  pic 9(18) comp.
     05 Mod-DD           pic 9(2)  comp.
     05 Mod-MO           pic 9(2)  comp.
     05 Mod-YYYY         pic 9(4)  comp.
     05 Mod-HH           pic 9(2)  comp.
     05 Mod-MM           pic 9(2)  comp.
     05 Mod-SS           pic 9(2)  comp.
     05 filler           pic 9(2)  comp.
*>
 01  Error-Messages.
     03  ST760          pic x(40) value "ST760 Feed file will not open, status =".
     03  ST761          pic x(46) value "ST761 Feed state file will not open, status =".
*>
 linkage section.
*>**************
*>
 copy "wscall.cob".
 copy "wssystem.cob".
 copy "wsnames.cob".
*>
 01  to-day              pic x(10).
*>
 procedure division using ws-calling-data
                          system-record
                          to-day
                          file-defs.
*>=======================================
*>
 aa000-Main section.
*>*****************
*>
     display  prog-name at 0101 with erase eos foreground-color 2.
     display  "Web Shop Stock And Price Feed" at 0131 with foreground-color 2.
     display  to-day at 0171 with foreground-color 2.
     accept   WS-Today-8 from date yyyymmdd.
     accept   WS-Time-In from time.
*>
     open     i-o Web-State-File.
     if       fs-reply = 35
              open  output Web-State-File
              close Web-State-File
              open  i-o    Web-State-File.
     if       fs-reply not = zero
              display ST761  at 2301 with foreground-color 4 highlight
              display fs-reply at 2348 with foreground-color 4
              move 8 to WS-Term-Code
              go to aa999-exit.
*>
*>  Control record - none yet means the first feed, so a full one.
*>
     move     low-values to WST-Key.
     read     Web-State-File
              invalid key
              move zero to WST-Last-Seq
              move "Y" to WS-Full.
     move     WST-Last-Seq to WS-Prev-Seq.
     add      1 WS-Prev-Seq giving WS-Seq.
*>
     call     "CBL_CHECK_FILE_EXIST" using File-137
                                           File-Info
     end-call
     if       return-code = zero
              move "Y" to WS-Full.
*>
     move     spaces to WS-Feed-Name.
     move     WS-Seq to WS-E-Seq.
     string   "webfeed-"  delimited by size
              WS-E-Seq    delimited by size
              ".csv"      delimited by size
                          into WS-Feed-Name.
     open     output Web-Feed-File.
     if       WS-Feed-Status not = zero
              display ST760  at 2301 with foreground-color 4 highlight
              display WS-Feed-Status at 2342 with foreground-color 4
              close Web-State-File
              move 8 to WS-Term-Code
              go to aa999-exit.
*>
     open     input Subst-File.
     if       WS-Subst-FS = zero
              move "Y" to WS-Subst-Open.
     open     input Stock-Location-File.
*>
     perform  ba000-Header.
     perform  ca000-Stock-Pass.
     perform  da000-Dropped-Items.
     perform  ea000-Trailer.
*>
     close    Web-Feed-File.
     close    Stock-Location-File.
     if       WS-Subst-Open = "Y"
              close Subst-File.
*>
*>  Only now is the feed counted as sent.
*>
     move     low-values  to WST-Key.
     move     WS-Seq      to WST-Last-Seq.
     move     WS-Today-8  to WST-Last-Date.
     move     WS-HHMMSS   to WST-Last-Time.
     move     WS-Feed-Type to WST-Last-Type.
     if       WS-Seq = 1
              write Web-State-Record
     else
              rewrite Web-State-Record.
     close    Web-State-File.
     if       Full-Feed
              call "CBL_DELETE_FILE" using File-137.
*>
     display  "Feed written to " at 0801 with foreground-color 2.
     display  WS-Feed-Name      at 0817 with foreground-color 3.
     move     WS-Stock-Read to WS-E-Count.
     display  "Stock items read      " at 1001 with foreground-color 2.
     display  WS-E-Count at 1024 with foreground-color 3.
     move     WS-Items-Sent to WS-E-Count.
     display  "Items sent            " at 1101 with foreground-color 2.
     display  WS-E-Count at 1124 with foreground-color 3.
     move     WS-Dropped to WS-E-Count.
     display  "Items no longer stock " at 1201 with foreground-color 2.
     display  WS-E-Count at 1224 with foreground-color 3.
*>
 aa999-exit.
     exit     program.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Header            section.
*>==============================
*>
     move     WS-Prev-Seq to WS-E-Prev.
     if       Full-Feed
              move "F" to WS-Feed-Type.
     move     spaces to Web-Feed-Record.
     string   "H,"          delimited by size
              WS-E-Seq      delimited by size
              ","           delimited by size
              WS-E-Prev     delimited by size
              ","           delimited by size
              WS-Today-8    delimited by size
              ","           delimited by size
              WS-HHMMSS     delimited by size
              ","           delimited by size
              WS-Feed-Type  delimited by size
                            into Web-Feed-Record.
     write    Web-Feed-Record.
     add      1 to WS-Lines.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Stock-Pass        section.
*>==============================
*>
     perform  Stock-Open-Input.
*>
 ca010-Next-Item.
     perform  Stock-Read-Next.
     if       fs-reply = 10 or = 99
              go to ca900-End.
     add      1 to WS-Stock-Read.
*>
     if       Stock-Held > Stock-Committed
              compute WS-ATS = Stock-Held - Stock-Committed
     else
              move zero to WS-ATS.
     move     Stock-Retail to WS-Retail.
     move     WS-Stock-Key to WST-Key.
     perform  cc000-Successor.
     if       WS-Successor = spaces
              move "A" to WS-Status
     else
              move "S" to WS-Status.
     perform  cb000-Locations.
*>
     move     "N" to WS-New-Item.
     move     WS-Stock-Key to WST-Key.
     read     Web-State-File
              invalid key
              move "Y" to WS-New-Item.
     if       WS-New-Item = "N"
        and   not Full-Feed
        and   WST-ATS       = WS-ATS
        and   WST-Retail    = WS-Retail
        and   WST-Status    = WS-Status
        and   WST-Successor = WS-Successor
        and   WST-Loc-Count = WS-Loc-Count
        and   WST-Loc-Check = WS-Loc-Check
              go to ca020-Seen.
*>
     move     WS-Stock-Key to WST-Key.
     perform  fa000-Item-Line.
     move     1 to WS-Loc-N.
*>
 ca015-Loc-Lines.
     if       WS-Loc-N > WS-Loc-Count
              go to ca020-Seen.
     perform  fb000-Loc-Line.
     add      1 to WS-Loc-N.
     go       to ca015-Loc-Lines.
*>
 ca020-Seen.
     move     WS-Stock-Key  to WST-Key.
     move     WS-ATS        to WST-ATS.
     move     WS-Retail     to WST-Retail.
     move     WS-Status     to WST-Status.
     move     WS-Successor  to WST-Successor.
     move     WS-Loc-Count  to WST-Loc-Count.
     move     WS-Loc-Check  to WST-Loc-Check.
     move     WS-Seq        to WST-Seen-Seq.
     if       WS-New-Item = "Y"
              write Web-State-Record
     else
              rewrite Web-State-Record.
     go       to ca010-Next-Item.
*>
 ca900-End.
     perform  Stock-Close.
*>
 ca999-exit.
     exit     section.
*>
 cb000-Locations         section.
*>==============================
*>
*>  Items not broken down by location (st100) have no records and
*>   send no L lines.
*>
     move     zero to WS-Loc-Count WS-Loc-Check.
     move     WS-Stock-Key to Sloc-Product.
     move     low-values   to Sloc-Location.
     start    Stock-Location-File key is not less than Sloc-Key
              invalid key
              go to cb999-exit.
*>
 cb010-Read.
     read     Stock-Location-File next record
              at end
              go to cb999-exit.
     if       Sloc-Product not = WS-Stock-Key
           or WS-Loc-Count not < 50
              go to cb999-exit.
     add      1 to WS-Loc-Count.
     move     Sloc-Location    to WS-Loc-Code (WS-Loc-Count).
     move     Sloc-Qty-On-Hand to WS-Loc-Qty (WS-Loc-Count).
     if       Sloc-Qty-On-Hand > zero
              compute WS-Loc-Check = WS-Loc-Check
                                   + (Sloc-Qty-On-Hand * WS-Loc-Count).
     go       to cb010-Read.
*>
 cb999-exit.
     exit     section.
*>
 cc000-Successor         section.
*>==============================
*>
*>  An st027 replaced-by record for WST-Key - superseded, successor
*>   returned in WS-Successor, else spaces.
*>
     move     spaces to WS-Successor.
     if       WS-Subst-Open not = "Y"
              go to cc999-exit.
     set      Subst-Replace to true.
     move     WST-Key to Subst-Item.
     move     zero    to Subst-Seq.
     read     Subst-File
              invalid key
              go to cc999-exit.
     move     Subst-New-Item to WS-Successor.
*>
 cc999-exit.
     exit     section.
*>
 da000-Dropped-Items     section.
*>==============================
*>
*>  Items sent before but no longer on the stock file - sent once
*>   as discontinued (or superseded if st027 has a successor) and
*>   then forgotten.
*>
     move     low-values to WST-Key.
     start    Web-State-File key is greater than WST-Key
              invalid key
              go to da999-exit.
*>
 da010-Read.
     read     Web-State-File next record
              at end
              go to da999-exit.
     if       WST-Seen-Seq = WS-Seq
              go to da010-Read.
     perform  cc000-Successor.
     if       WS-Successor = spaces
              move "D" to WS-Status
     else
              move "S" to WS-Status.
     move     zero   to WS-ATS WS-Retail WS-Loc-Count.
     move     spaces to WS-Stock-Desc.
     perform  fa000-Item-Line.
     add      1 to WS-Dropped.
     delete   Web-State-File record
              invalid key
              continue.
     go       to da010-Read.
*>
 da999-exit.
     exit     section.
*>
 ea000-Trailer           section.
*>==============================
*>
     add      1 to WS-Lines.
     move     WS-Items-Sent to WS-E-Count.
     move     WS-Lines      to WS-E-Lines.
     move     spaces to Web-Feed-Record.
     string   "T,"          delimited by size
              WS-E-Seq      delimited by size
              ","           delimited by size
              WS-E-Count    delimited by size
              ","           delimited by size
              WS-E-Lines    delimited by size
                            into Web-Feed-Record.
     write    Web-Feed-Record.
*>
 ea999-exit.
     exit     section.
*>
 fa000-Item-Line         section.
*>==============================
*>
*>  I line for WST-Key from WS-Now.
*>
     move     WS-ATS    to WS-E-ATS.
     move     WS-Retail to WS-E-Retail.
     move     spaces to Web-Feed-Record.
     string   "I,"            delimited by size
              WST-Key         delimited by space
              ","             delimited by size
              WS-E-ATS        delimited by size
              ","             delimited by size
              WS-E-Retail     delimited by size
              ","             delimited by size
              WS-Status       delimited by size
              ","             delimited by size
              WS-Successor    delimited by space
              ","""           delimited by size
              WS-Stock-Desc   delimited by "  "
              """"            delimited by size
                              into Web-Feed-Record.
     write    Web-Feed-Record.
     add      1 to WS-Items-Sent WS-Lines.
*>
 fa999-exit.
     exit     section.
*>
 fb000-Loc-Line          section.
*>==============================
*>
     move     WS-Loc-Qty (WS-Loc-N) to WS-E-Qty.
     move     spaces to Web-Feed-Record.
     string   "L,"                    delimited by size
              WST-Key                 delimited by space
              ","                     delimited by size
              WS-Loc-Code (WS-Loc-N)  delimited by space
              ","                     delimited by size
              WS-E-Qty                delimited by size
                                      into Web-Feed-Record.
     write    Web-Feed-Record.
     add      1 to WS-Lines.
*>
 fb999-exit.
     exit     section.
*>
 copy "Proc-ACAS-FH-Calls.cob".
*>
