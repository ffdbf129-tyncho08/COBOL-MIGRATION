*>*******************************************
*>                                          *
*>  Call block for sl946, the document      *
*>  translation lookup (see fdlang.cob)     *
*>*******************************************
*> New 15/10/26.
*> Lang-Fn-Customer: set Lang-Customer, get back Lang-Code - the
*>   customer's language, "EN" when none is held.
*> Lang-Fn-Text: set Lang-Code, Lang-Text-Id, Lang-Max-Len (the
*>   width the text prints in) and Lang-Text to the English, then
*>   call "sl946" using Lang-Call-Block file-defs.  Lang-Text comes
*>   back translated, or left in English when there is no
*>   translation for that language.
*> Call with Lang-Fn-Close at end of run to release the file.
*>
 01  Lang-Call-Block.
     03  Lang-Function      pic 9             value 1.
         88  Lang-Fn-Customer                 value 1.
         88  Lang-Fn-Text                     value 2.
         88  Lang-Fn-Close                    value 9.
     03  Lang-Customer      pic x(7)          value spaces.
     03  Lang-Code          pic xx            value "EN".
     03  Lang-Text-Id       pic x(10)         value spaces.
     03  Lang-Max-Len       pic 999           value zero.
     03  Lang-Text          pic x(200)        value spaces.
