*> fh-logger.txt (see fhlogger.cbl), not an ISAM master file.
*> 08/08/26 vbc - New, records every credit-limit hard-stop override
*>                taken at sales invoice entry (sl910).
*> 15/10/26 vbc - CO-Limit-Type in the filler, no rec size change -
*>                G = the group limit (sl944) was exceeded, space =
*>                the customer's own Sales-Limit.
*>
 fd  Cred-Override-File.
*>
     03  CO-Balance-B4       pic s9(8)v99.
     03  CO-Invoice-Value    pic s9(8)v99.
     03  CO-Reason           pic x(30).
     03  CO-Limit-Type       pic x.
     03  filler              pic x(18).
*>
