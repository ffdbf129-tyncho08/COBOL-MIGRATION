*>                        SL282    Stock item not found.
*>                        SL283    Insufficient stock held.
*>                        SL284    Tendered less than total.
*>                        SL361    Lost sale reason prompt.
*>****
*>  Changes.
*> 02/09/26 vbc - .00 Written for counter sales.
*> 15/10/26 vbc - .01 Not enough held - the shortfall goes on the
*>                    lostdmd.dat lost demand trail, with a reason,
*>                    as sl910 does.
*>
 environment             division.
*>===============================
*>
 copy "seltill.cob".
 copy "selprint.cob".
*>
*> Lost demand trail, shared with sl910 (fdlostdm.cob).
 select   Lost-Demand-File assign "lostdmd.dat"
                   organization  line sequential
                   status Ld-Fs-Reply.
*>
 data                    division.
*>===============================
*>
 copy "fdtill.cob".
 copy "fdprint.cob".
 copy "fdlostdm.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "SL926 (3.02.01)".
*>
 copy "print-spool-command.cob".
 copy "wsmaps03.cob".
     03  WS-Today-Bin    binary-long      value zero.
     03  WS-Today-Num    pic 9(8)         value zero.
     03  WS-Qty-In       pic 9(6)         value zero.
     03  Ld-Fs-Reply     pic 99           value zero.
     03  WS-LD-Reason    pic x            value space.
     03  WS-Vat-X        pic x            value "S".
     03  WS-Vat-Code     pic 9            value 1.
     03  WS-Net-Tot      pic s9(7)v99     value zero.
     03  SL282          pic x(26) value "SL282 Stock item not found".
     03  SL283          pic x(31) value "SL283 Insufficient stock held".
     03  SL284          pic x(36) value "SL284 Tendered less than total due".
     03  SL361          pic x(73) value "SL361 Lost sale - S stock, P price, L lead time, D disc'd, blank none [ ]".
*>
 01  line-1.
     03  l1-user         pic x(48)       value spaces.
              go to ba010-Next-Line.
     if       Stock-Services-Flag not = "Y"
          and WS-Qty-In > Stock-Held
              perform bb000-Lost-Demand
              display SL283 at line WS-23-lines col 1
                            with foreground-color 4 highlight
              go to ba010-Next-Line.
*>
 ba999-exit.
     exit     section.
*>
 bb000-Lost-Demand       section.
*>==============================
*>
*>  Not enough held for the counter - the shortfall goes on the lost
*>   demand trail (as sl910) unless the reason is left blank.
*>
     display  SL361 at line WS-23-lines col 1 with foreground-color 4 highlight erase eol.
     move     "S" to WS-LD-Reason.
     accept   WS-LD-Reason at line WS-23-lines col 72 with foreground-color 6 update UPPER.
     display  " " at line WS-23-lines col 1 with erase eol.
     if       WS-LD-Reason not = "S" and not = "P"
                       and not = "L" and not = "D"
              go to bb999-exit.
     open     extend Lost-Demand-File.
     if       Ld-Fs-Reply = 35
              open  output Lost-Demand-File.
     if       Ld-Fs-Reply not = zero
              go to bb999-exit.
     accept   LD-Date from date YYYYMMDD.
     move     WS-Stock-Key  to LD-Item.
     move     spaces        to LD-Customer.
     subtract Stock-Held from WS-Qty-In giving LD-Qty.
     move     WS-LD-Reason  to LD-Reason.
     move     "C"           to LD-Source.
     move     Stock-Retail  to LD-Unit.
     move     Stock-Cost    to LD-Cost.
     write    Lost-Demand-Record.
     close    Lost-Demand-File.
*>
 bb999-exit.
     exit     section.
*>
 ca000-Line-Commit       section.
*>==============================
