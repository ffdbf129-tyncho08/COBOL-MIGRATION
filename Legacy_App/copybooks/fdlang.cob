*>*******************************************
*>            Sales                         *
*>  File Definition For The Language file - *
*>  customer language codes and the         *
*>  document translation table              *
*>*******************************************
*> rec size 220 bytes, new 15/10/26.
*> Three record shapes share the one file:
*>   LT-Key = "L" + language code      - a language, LT-Text = name;
*>   LT-Key = "C" + customer           - the customer's language,
*>                                        LT-Cust-Language;
*>   LT-Key = "T" + language + text id - one translated heading,
*>                                        legend or narrative.
*> The "T" records for language EN are the master list - sl946
*> writes one the first time a document program asks for a text id
*> so sl945 can offer every id that needs translating, with the
*> English and the width it prints in (LT-Max-Len).  Customers with
*> no "C" record are English.  The sales record is full, hence the
*> side file.
*>
 fd  Language-File.
*>
 01  Language-Record.
     03  LT-Key.
         05  LT-Type        pic x.
             88  LT-Language              value "L".
             88  LT-Customer-Lang         value "C".
             88  LT-Translation           value "T".
         05  LT-Key-Rest    pic x(12).
         05  filler redefines LT-Key-Rest.
             07  LT-Customer    pic x(7).
             07  filler         pic x(5).
         05  filler redefines LT-Key-Rest.
             07  LT-Lang-Code   pic xx.
             07  LT-Text-Id     pic x(10).
     03  LT-Max-Len         pic 999.              *> EN master only
     03  LT-Text            pic x(200).
     03  filler redefines LT-Text.
         05  LT-Cust-Language pic xx.
         05  filler         pic x(198).
     03  filler             pic x(4).
