*>                    goods-in (pl035), drives the FEFO picking
*>                    suggestions and expired-lot block (sl916) and
*>                    the st026 expiry-risk report.  Zero = no expiry.
*>     15/10/26 vbc - Ss-Status Q (quarantined) for a serial or lot
*>                    pulled off the shelf by an st072 product recall -
*>                    not on hand so picking, FEFO and issue skip it.
*>
 fd  Stock-Serial-File.
*>
         88  Ss-On-Hand                     value "H".
         88  Ss-Issued                      value "I".
         88  Ss-Returned                    value "R".
         88  Ss-Quarantined                 value "Q".  *> 15/10/26 recall
     03  Ss-Received-Date         binary-long.               *> ccyymmdd.
     03  Ss-Supplier              pic x(7).
     03  Ss-Grn-Folio             pic 9(8).                  *> Grn-Folio, fdplgrn.cob.
