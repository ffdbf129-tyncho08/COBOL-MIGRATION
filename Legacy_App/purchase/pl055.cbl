*> 09/12/22 vbc - .07 Added para to start of sections 4 GC 3.2 warning.
*> 16/04/24 vbc       Copyright notice update superseding all previous notices.
*> 26/08/25 vbc   .08 Change description of Emergency anal. rec.
*> 15/10/26 vbc   .09 Orders invoiced by a pl935 self-billed folio (ih-status
*>                    "I") are left unposted - the self-billed folio is
*>                    the invoice for those goods.
*>
*>*************************************************************************
*>
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15)    value "PL055 (3.02.09)".
 77  Exception-Msg       pic x(25)    value spaces.
*>
 copy "wsfnctn.cob".
*>
     if       held-for-approval
              go to read-loop.
*>
*> orders the pl935 self-billing run has invoiced are posted through
*>  their self-billed folio, never in their own right.
*>
     if       invoiced
              go to read-loop.
*>
     perform  extract.
*>
