*>**
*>    Version.            See Prog-Name In Ws.
*>**
*>    Files used.
*>                        stasmlog.dat - completions log, appended.
*>**
*>    Called Modules.
*>                        acas010 -> Stock Audit table FH.
*>                         auditMT
*> 22/08/26 vbc - .01 WIP issues consume st022 cost layers and
*>                    completions add one when FIFO costing is in
*>                    force, re-valuing the holding from the layers.
*> 15/10/26 vbc - .02 Completions are logged to the Asm-Log-File
*>                    (fdasmlog.cob), a flat append trail, for the
*>                    goods made figures on the plastic packaging
*>                    tax return (xl155).
*>
*>*************************************************************************
*>
*>
 file-control.
*>------------
*>
*> New 15/10/26 - Assembly completions trail, same style as the
*> PL-GRN-File (fdplgrn.cob/pl035), not an ISAM master file.
 select   Asm-Log-File assign "stasmlog.dat"
                   organization  line sequential
                   status Asm-Fs-Reply.
*>
 data                    division.
*>================================
*>
 file section.
*>------------
*>
 copy "fdasmlog.cob".
*>
 working-storage section.
*>-----------------------
*>
 77  prog-name           pic x(15)  value "ST070 (3.02.02)".
 77  Cob-Crt-Status      pic 9(4)   value zero.
*>
 01  All-My-Constants    pic 9(4).
     03  WS-Value-Change     pic 9(8)v99     value zero.
     03  WS-New-Value        pic 9(9)v99     value zero.
     03  WS-Proc-Date        pic x(10)       value spaces.
     03  Asm-Fs-Reply        pic 99          value zero.
     03  a                   binary-char unsigned value zero.
*>
 01  ws-date-formats.
     03  ST706          pic x(38) value "ST706 Nothing currently in Work in Progress".
     03  ST707          pic x(44) value "ST707 Quantity exceeds qty in Work in Progress".
     03  ST708          pic x(25) value "ST708 Enter a quantity".
     03  ST709          pic x(43) value "ST709 Completions log not written - hit ret".
     03  ST002          pic x(38) value "ST002 Error on Writing to Audit rec -".
     03  ST003          pic x(20) value "ST003 Hit return ...".
*>
              perform  Stock-Audit-Write
     end-if.
     perform  Stock-Rewrite.
     perform  cb000-Log-Completion.
*>
     display  "Received from Work in Progress." at 1401 with foreground-color 2.
     accept   ws-reply at 1433.
*>
 ca999-Exit.
     exit     section.
*>
 cb000-Log-Completion        section.
*>**********************************
*>
*>  Append the completion to the Asm-Log-File.
*>
     open     extend Asm-Log-File.
     if       Asm-Fs-Reply = 35
              open  output Asm-Log-File.
     if       Asm-Fs-Reply not = zero
              display ST709 at 2301 with foreground-color 4 highlight
              accept  ws-reply at 2345
              display space at 2301 with erase eol
              go to cb999-Exit.
     initialize Asm-Log-Record.
     accept   Asm-Date from date YYYYMMDD.
     accept   Asm-Time from time.
     move     WS-Stock-Key    to Asm-Product.
     move     WS-Complete-Qty to Asm-Qty.
     write    Asm-Log-Record.
     close    Asm-Log-File.
*>
 cb999-Exit.
     exit     section.
*>
 za000-Find-Stock            section.
*>**********************************
