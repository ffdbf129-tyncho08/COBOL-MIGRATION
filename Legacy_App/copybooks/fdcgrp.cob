*>*******************************************
*>            Sales                         *
*>  File Definition For The Customer        *
*>  Groups file                             *
*>*******************************************
*> rec size 40 bytes, new 15/10/26.
*> One record per account in a group, single level only.  A branch
*> holds its head office in CG-Parent.  The head office holds itself
*> in CG-Parent and the group credit limit (whole units as
*> Sales-Limit, zero = none), so reading by CG-Parent returns the
*> head office and all of its branches.  The sales record is full,
*> hence the side file.
*>
 fd  Cust-Group-File.
*>
 01  Cust-Group-Record.
     03  CG-Customer        pic x(7).
     03  CG-Parent          pic x(7).
     03  CG-Group-Limit     binary-long.        *> head office only
     03  filler             pic x(22).
