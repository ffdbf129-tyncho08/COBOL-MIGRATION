       >>source free
*>*********************************************
*>                                            *
*>     Style Size By Colour Quantity Grid     *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         st074.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>**
*>    Remarks.            Called module - when a style code (st073) is
*>                        keyed where an item is wanted on sl910 or
*>                        pl020 this shows the style as a grid, the
*>                        sizes across and the colours down, within
*>                        the lines of the caller's item body, and
*>                        takes a quantity for each variant made.
*>                        Colours page on when there are more than
*>                        the body will hold.  The variants with a
*>                        quantity go back to the caller, colour then
*>                        size, to be taken as ordinary lines - each
*>                        still goes through the caller's own price,
*>                        held and margin checks.  The lines used are
*>                        left clear for the caller to redraw.
*>                        See wsgrid.cob for the call block.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     None.
*>**
*>    Error messages used.
*>                        ST741.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for stock item styles/variants.
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
 copy "selstyle.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdstyle.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "ST074 (3.02.00)".
*>
 01  All-My-Constants    pic 9(4).
     copy "screenio.cpy".
*>
 01  WS-Style-Header     pic x(256).
*>
*>  The variants made, and the quantity keyed for each - size across,
*>   colour down, as the grid shows them.
*>
 01  WS-Grid-Table.
     03  WS-Grid-Colour                occurs 10.
         05  WS-Grid-Cell              occurs 10.
             07  WS-Grid-Made    pic x.
             07  WS-Grid-Key     pic x(13).
             07  WS-Grid-Qty     pic 9(4).
*>
 01  ws-data.
     03  WS-Style-Status pic 99           value zero.
     03  ws-reply        pic x.
     03  WS-Made         pic 999     comp value zero.
     03  WS-S            pic 99      comp value zero.
     03  WS-C            pic 99      comp value zero.
     03  WS-First        pic 99      comp value zero.
     03  WS-Last         pic 99      comp value zero.
     03  WS-Rows         pic 99      comp value zero.
     03  WS-Lin          pic 99      comp value zero.
     03  WS-Col          pic 99      comp value zero.
     03  WS-Cell         pic 9(4)         value zero.
*>
 01  Error-Messages.
     03  ST741          pic x(48) value "ST741 Over 100 variants keyed - the rest ignored".
*>
 linkage section.
*>**************
*>
 copy "wsgrid.cob".
 copy "wssystem.cob".
 copy "wsnames.cob".
*>
 procedure division using WS-Grid-Call
                          system-record
                          file-defs.
*>=======================================
*>
 aa000-Main section.
*>*****************
*>
     move     zero to Grid-RC Grid-Count Grid-Next.
     perform  ba000-Load-Style.
     if       not Grid-OK
              goback.
*>
*>  Title and size lines at the top of the body, the rest for colours.
*>
     compute  WS-Rows = Grid-Bot-Line - Grid-Top-Line - 1.
     if       WS-Rows < 1
              move 1 to WS-Rows.
     move     1 to WS-First.
*>
 aa010-Page.
     compute  WS-Last = WS-First + WS-Rows - 1.
     if       WS-Last > SYH-Colour-Cnt
              move SYH-Colour-Cnt to WS-Last.
     perform  ca000-Show-Page.
     perform  da000-Accept-Page.
     if       Grid-Abandoned
              go to aa090-Clear.
     if       WS-Last < SYH-Colour-Cnt
              add  WS-Rows to WS-First
              go to aa010-Page.
*>
     display  "Take these quantities (Y/N) ? [Y]" at line Grid-Bot-Line col 1
                                  with foreground-color 3 erase eol.
     move     "Y" to ws-reply.
     accept   ws-reply at line Grid-Bot-Line col 32 with foreground-color 6 update UPPER.
     if       ws-reply not = "Y"
          or  Cob-Crt-Status = Cob-Scr-Esc
              move 3 to Grid-RC
              go to aa090-Clear.
     perform  ea000-Return-Lines.
*>
 aa090-Clear.
     move     Grid-Top-Line to WS-Lin.
     perform  za000-Clear-Line until WS-Lin > Grid-Bot-Line.
     goback.
*>
*>****************************************************************
*>      p r o c e d u r e s                                      *
*>****************************************************************
*>
 ba000-Load-Style        section.
*>==============================
*>
*>  Only variants st073 has made (a stock record behind them) can be
*>   keyed - excluded and not yet generated ones show as --.
*>
     initialize WS-Grid-Table.
     move     zero to WS-Made.
     open     input Style-File.
     if       WS-Style-Status not = zero
              move 1 to Grid-RC
              go to ba999-exit.
     move     Grid-Style to SY-Style.
     move     "H"        to SY-Type.
     move     zero       to SY-Size SY-Colour.
     read     Style-File record
              invalid key
              move 1 to Grid-RC
              close Style-File
              go to ba999-exit.
     move     Style-Record to WS-Style-Header.
     move     "V" to SY-Type.
     start    Style-File key not less than SY-Key
              invalid key
              go to ba050-Done.
*>
 ba010-Read.
     read     Style-File next record
              at end
              go to ba050-Done.
     if       SY-Style not = Grid-Style
         or   not SY-Variant
              go to ba050-Done.
     if       SYV-Made
       and    SY-Size   not > 10
       and    SY-Colour not > 10
       and    SY-Size   > zero
       and    SY-Colour > zero
              move "Y"           to WS-Grid-Made (SY-Colour SY-Size)
              move SYV-Stock-Key to WS-Grid-Key  (SY-Colour SY-Size)
              add  1 to WS-Made.
     go       to ba010-Read.
*>
 ba050-Done.
     close    Style-File.
     move     WS-Style-Header to Style-Record.
     if       WS-Made = zero
              move 2 to Grid-RC.
*>
 ba999-exit.
     exit     section.
*>
 ca000-Show-Page         section.
*>==============================
*>
     move     Grid-Top-Line to WS-Lin.
     perform  za000-Clear-Line until WS-Lin > Grid-Bot-Line.
     display  "Style "   at line Grid-Top-Line col 1 with foreground-color 2.
     display  SY-Style   at line Grid-Top-Line col 7 with foreground-color 3.
     display  SYH-Desc   at line Grid-Top-Line col 15 with foreground-color 3.
     display  "- quantity by size/colour, Esc abandons" at line Grid-Top-Line col 48
                                   with foreground-color 2.
     add      1 Grid-Top-Line giving WS-Lin.
     display  "Colour"   at line WS-Lin col 1 with foreground-color 2.
     perform  ca010-Size-Head varying WS-S from 1 by 1
                                until WS-S > SYH-Size-Cnt.
     perform  ca020-Colour-Row varying WS-C from WS-First by 1
                                until WS-C > WS-Last.
*>
 ca999-exit.
     exit     section.
*>
 ca010-Size-Head         section.
*>==============================
*>
     compute  WS-Col = 18 + ((WS-S - 1) * 6).
     display  SYH-Size-Code (WS-S) at line WS-Lin col WS-Col with foreground-color 2.
*>
 ca019-exit.
     exit     section.
*>
 ca020-Colour-Row        section.
*>==============================
*>
     compute  WS-Lin = Grid-Top-Line + 2 + WS-C - WS-First.
     display  SYH-Colour-Code (WS-C) at line WS-Lin col 1 with foreground-color 3.
     display  SYH-Colour-Name (WS-C) at line WS-Lin col 5 with foreground-color 3.
     perform  ca030-Cell varying WS-S from 1 by 1
                                until WS-S > SYH-Size-Cnt.
*>
 ca029-exit.
     exit     section.
*>
 ca030-Cell              section.
*>==============================
*>
     compute  WS-Col = 16 + ((WS-S - 1) * 6).
     if       WS-Grid-Made (WS-C WS-S) = "Y"
              display "[    ]" at line WS-Lin col WS-Col with foreground-color 2
              add  1 to WS-Col
              move WS-Grid-Qty (WS-C WS-S) to WS-Cell
              display WS-Cell at line WS-Lin col WS-Col with foreground-color 3
     else
              display "  --  " at line WS-Lin col WS-Col with foreground-color 2.
*>
 ca039-exit.
     exit     section.
*>
 da000-Accept-Page       section.
*>==============================
*>
     move     WS-First to WS-C.
*>
 da010-Row.
     if       WS-C > WS-Last
              go to da999-exit.
     compute  WS-Lin = Grid-Top-Line + 2 + WS-C - WS-First.
     move     1 to WS-S.
*>
 da020-Cell.
     if       WS-S > SYH-Size-Cnt
              add  1 to WS-C
              go to da010-Row.
     if       WS-Grid-Made (WS-C WS-S) not = "Y"
              add  1 to WS-S
              go to da020-Cell.
     compute  WS-Col = 17 + ((WS-S - 1) * 6).
     move     WS-Grid-Qty (WS-C WS-S) to WS-Cell.
     accept   WS-Cell at line WS-Lin col WS-Col with foreground-color 3 update.
     if       Cob-Crt-Status = Cob-Scr-Esc
              move 3 to Grid-RC
              go to da999-exit.
     move     WS-Cell to WS-Grid-Qty (WS-C WS-S).
     add      1 to WS-S.
     go       to da020-Cell.
*>
 da999-exit.
     exit     section.
*>
 ea000-Return-Lines      section.
*>==============================
*>
     move     1 to WS-C.
*>
 ea010-Row.
     if       WS-C > SYH-Colour-Cnt
              go to ea999-exit.
     move     1 to WS-S.
*>
 ea020-Cell.
     if       WS-S > SYH-Size-Cnt
              add  1 to WS-C
              go to ea010-Row.
     if       WS-Grid-Made (WS-C WS-S) = "Y"
       and    WS-Grid-Qty  (WS-C WS-S) > zero
              if   Grid-Count = 100
                   display ST741 at line Grid-Bot-Line col 1
                                 with foreground-color 4 highlight erase eol
                   accept  ws-reply at line Grid-Bot-Line col 50
                   go to ea999-exit
              end-if
              add  1 to Grid-Count
              move WS-Grid-Key (WS-C WS-S) to Grid-Stock-Key (Grid-Count)
              move WS-Grid-Qty (WS-C WS-S) to Grid-Qty       (Grid-Count).
     add      1 to WS-S.
     go       to ea020-Cell.
*>
 ea999-exit.
     exit     section.
*>
 za000-Clear-Line        section.
*>==============================
*>
     display  " " at line WS-Lin col 1 with erase eol.
     add      1 to WS-Lin.
*>
 za999-exit.
     exit     section.
*>
