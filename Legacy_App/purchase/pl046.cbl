       >>source free
*>*********************************************
*>                                            *
*>    Supplier Compliance Document Check      *
*>                                            *
*>*********************************************
*>
 identification          division.
*>===============================
*>
      program-id.         pl046.
*>**
*>    Author.             V B Coen, FBCS, FIDM, FIDPM.
*>                        For Applewood Computers.
*>**
*>    Security.           Copyright (C) 1976-2026 & later, Vincent Bryan Coen.
*>                        Distributed under the GNU General Public License.
*>                        See the file COPYING for details.
*>**
*>    Remarks.            Called check shared by pl020 order entry,
*>                        pl910 payment selection and pl015 enquiry -
*>                        see wscomply.cob for the contract.  Reads
*>                        the supplier's documents off the compliance
*>                        register (pl045) and reports the supplier as
*>                        blocked when a mandatory one has lapsed.
*>**
*>    Version.            See Prog-Name in Ws.
*>**
*>    Called Modules.     None.
*>**
*>    Error messages used.
*>                        None - no register on file means nothing
*>                        is required, so the supplier is clear.
*>****
*>  Changes.
*> 15/10/26 vbc - .00 Written for supplier compliance document blocks.
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
 copy "selcomply.cob".
*>
 data                    division.
*>===============================
*>
 file section.
*>-----------
*>
 copy "fdcomply.cob".
*>
 working-storage section.
*>----------------------
 77  prog-name           pic x(15) value "PL046 (3.02.00)".
*>
 01  ws-data.
     03  WS-CD-Status    pic 99           value zero.
     03  WS-File-State   pic x            value "C".
         88  WS-File-Closed               value "C".
         88  WS-File-Open                 value "O".
         88  WS-File-Missing              value "M".
     03  WS-Type-Key     pic x(12)        value spaces.
*>
 linkage section.
*>**************
*>
 copy "wscomply.cob".
 copy "wsnames.cob".
*>
 procedure division using Comply-Check-Block
                          file-defs.
*>===================================
*>
 aa000-Main section.
*>*****************
*>
     if       CC-Fn-Close
              if    WS-File-Open
                    close Comply-File
              end-if
              set   WS-File-Closed to true
              goback.
*>
     set      CC-Clear to true.
     move     spaces to CC-Doc-Code CC-Doc-Desc.
     move     zero   to CC-Expiry.
     if       CC-Supplier = spaces
              goback.
*>
     if       WS-File-Closed
              open  input Comply-File
              if    WS-CD-Status = zero
                    set WS-File-Open to true
              else
                    set WS-File-Missing to true
              end-if
     end-if
     if       not WS-File-Open
              goback.
*>
     perform  ba000-Supplier-Docs.
     goback.
*>
 aa999-exit.
     exit     program.
*>
 ba000-Supplier-Docs     section.
*>==============================
*>
*>  Every document held for the supplier, first lapsed mandatory one
*>   wins.
*>
     move     spaces      to CD-Key.
     move     "D"         to CD-Type.
     move     CC-Supplier to CD-Supplier.
     start    Comply-File key not less than CD-Key
              invalid key
              go to ba999-exit.
*>
 ba010-Read.
     read     Comply-File next record
              at end
              go to ba999-exit.
     if       not CD-Supp-Doc
           or CD-Supplier not = CC-Supplier
              go to ba999-exit.
     if       CDD-Mandatory not = "Y"
           or CDD-Expiry = zero                 *> does not expire
           or CDD-Expiry not < CC-Date
              go to ba010-Read.
*>
     set      CC-Blocked  to true.
     move     CD-Doc-Code to CC-Doc-Code.
     move     CDD-Expiry  to CC-Expiry.
     move     CD-Key      to WS-Type-Key.
     move     spaces      to CD-Key.
     move     "T"         to CD-Type.
     move     WS-Type-Key (9:4) to CD-Doc-Code.
     read     Comply-File
              invalid key
              move WS-Type-Key (9:4) to CC-Doc-Desc
              go to ba999-exit
     end-read.
     move     CDT-Desc    to CC-Doc-Desc.
*>
 ba999-exit.
     exit     section.
*>
