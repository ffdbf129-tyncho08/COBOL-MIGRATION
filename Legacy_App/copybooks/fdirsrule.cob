*>*******************************************
*>                                          *
*>  File Definition For The IRS Bank        *
*>  Statement Allocation Rules              *
*>*******************************************
*> rec size 64 bytes, new 15/10/26.
*> A memorised rule - when the keyword appears anywhere in a statement
*> line's narrative the line is proposed to the IRS default (1 - 30)
*> or, with no default, to the nominal account held here, with the
*> posting code and VAT rate (0 = no VAT, 1 - 3 = the IRS rates).
*> The longest keyword found wins.
*>
 fd  IRS-Rule-File.
*>
 01  IRS-Rule-Record.
     03  Rule-Keyword       pic x(20).    *> upper case
     03  Rule-Default       pic 99.       *> zero = use Rule-Account
     03  Rule-Account       pic 9(5).
     03  Rule-Code          pic xx.
     03  Rule-Vat           pic 9.
     03  Rule-Uses          pic 9(5).
     03  Rule-Last-Used     pic x(8).     *> dd/mm/yy
     03  filler             pic x(21).
*>
