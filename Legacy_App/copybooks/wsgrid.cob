*>*******************************************
*>                                          *
*>   Call data for st074 - Style size by    *
*>   colour quantity grid entry             *
*>                                          *
*>*******************************************
*> New 15/10/26.
*> The caller passes the style code and the screen lines the grid
*> may use (its item body, cleared on return so the caller redraws
*> it).  Returns one entry per variant given a quantity, in colour
*> then size order, for the caller to take as order lines - Grid-
*> Next is the caller's own pointer as it works through them.
*> Grid-RC: 0 ok, 1 = not a style (or no style file), 2 = style has
*> no variants generated yet, 3 = abandoned with Esc.
*>
 01  WS-Grid-Call.
     03  Grid-Style        pic x(7).
     03  Grid-Top-Line     pic 99.
     03  Grid-Bot-Line     pic 99.
     03  Grid-RC           pic 9.
         88  Grid-OK                 value 0.
         88  Grid-No-Style           value 1.
         88  Grid-No-Variants        value 2.
         88  Grid-Abandoned          value 3.
     03  Grid-Count        pic 999        comp  value zero.
     03  Grid-Next         pic 999        comp  value zero.
     03  Grid-Entries                     occurs 100.
         05  Grid-Stock-Key  pic x(13).
         05  Grid-Qty        pic 9(4)       comp.
