*>*******************************************
*>            Common                        *
*>  Report Writer Field Dictionary         *
*>*******************************************
*> New 15/10/26 vbc - The fields xl166 can select, test, sort and
*>                    total, by file, with their place in the record:
*>   file xx, name x(24), offset 9(4), length 999, storage x, edit x.
*>   Storage  X text, N unsigned display, S signed display,
*>            P comp-3, C comp (big-endian), L binary-long,
*>            T binary-char.
*>   Edit     0 - 6 decimal places, D a binary day number date.
*>   Keep in step with the record copybooks named below - a change
*>   of layout there means a change of offsets here.
*>
 01  RW-Dictionary.
*>  SL Sales ledger - customer file (wssl.cob)
     03  filler   pic x(35)  value "SLWS-Sales-Key            0001007X0".
     03  filler   pic x(35)  value "SLSales-Name              0008030X0".
     03  filler   pic x(35)  value "SLSales-Addr1             0038048X0".
     03  filler   pic x(35)  value "SLSales-Addr2             0086048X0".
     03  filler   pic x(35)  value "SLSales-Phone             0134013X0".
     03  filler   pic x(35)  value "SLSales-Email             0151030X0".
     03  filler   pic x(35)  value "SLSales-Status            0194001N0".
     03  filler   pic x(35)  value "SLSales-Late              0195001N0".
     03  filler   pic x(35)  value "SLSales-Dunning           0196001N0".
     03  filler   pic x(35)  value "SLEmail-Invoice           0197001N0".
     03  filler   pic x(35)  value "SLSales-Currency          0202003X0".
     03  filler   pic x(35)  value "SLSales-Credit            0205002N0".
     03  filler   pic x(35)  value "SLSales-Discount          0207002C2".
     03  filler   pic x(35)  value "SLSales-Limit             0213004L0".
     03  filler   pic x(35)  value "SLSales-Activety          0217004L0".
     03  filler   pic x(35)  value "SLSales-Last-Inv          0221004LD".
     03  filler   pic x(35)  value "SLSales-Last-Pay          0225004LD".
     03  filler   pic x(35)  value "SLSales-Average           0229004L0".
     03  filler   pic x(35)  value "SLSales-Pay-Average       0237004L0".
     03  filler   pic x(35)  value "SLSales-Pay-Worst         0241004L0".
     03  filler   pic x(35)  value "SLSales-Create-Date       0245004LD".
     03  filler   pic x(35)  value "SLSales-Current           0249006P2".
     03  filler   pic x(35)  value "SLSales-Last              0255006P2".
     03  filler   pic x(35)  value "SLTurnover-Q1             0261006P2".
     03  filler   pic x(35)  value "SLTurnover-Q2             0267006P2".
     03  filler   pic x(35)  value "SLTurnover-Q3             0273006P2".
     03  filler   pic x(35)  value "SLTurnover-Q4             0279006P2".
     03  filler   pic x(35)  value "SLSales-Unapplied         0285006P2".
     03  filler   pic x(35)  value "SLSales-Invoice-Mode      0296001X0".
     03  filler   pic x(35)  value "SLSales-DD-Active         0297001X0".
     03  filler   pic x(35)  value "SLSales-Einv-Flag         0298001X0".
     03  filler   pic x(35)  value "SLSales-Territory         0299002X0".
*>  PL Purchase ledger - supplier file (wspl.cob)
     03  filler   pic x(35)  value "PLWS-Purch-Key            0001007X0".
     03  filler   pic x(35)  value "PLPurch-Status            0008001N0".
     03  filler   pic x(35)  value "PLPurch-Name              0010030X0".
     03  filler   pic x(35)  value "PLPurch-Addr1             0040048X0".
     03  filler   pic x(35)  value "PLPurch-Addr2             0088048X0".
     03  filler   pic x(35)  value "PLPurch-Phone             0136013X0".
     03  filler   pic x(35)  value "PLPurch-Email             0166030X0".
     03  filler   pic x(35)  value "PLPurch-Discount          0196002C2".
     03  filler   pic x(35)  value "PLPurch-Credit            0198001T0".
     03  filler   pic x(35)  value "PLPurch-Limit             0207004L0".
     03  filler   pic x(35)  value "PLPurch-Activety          0211004L0".
     03  filler   pic x(35)  value "PLPurch-Last-Inv          0215004LD".
     03  filler   pic x(35)  value "PLPurch-Last-Pay          0219004LD".
     03  filler   pic x(35)  value "PLPurch-Average           0223004L0".
     03  filler   pic x(35)  value "PLPurch-Create-Date       0227004LD".
     03  filler   pic x(35)  value "PLPurch-Pay-Average       0235004L0".
     03  filler   pic x(35)  value "PLPurch-Pay-Worst         0239004L0".
     03  filler   pic x(35)  value "PLPurch-Current           0243006P2".
     03  filler   pic x(35)  value "PLPurch-Last              0249006P2".
     03  filler   pic x(35)  value "PLTurnover-Q1             0255006P2".
     03  filler   pic x(35)  value "PLTurnover-Q2             0261006P2".
     03  filler   pic x(35)  value "PLTurnover-Q3             0267006P2".
     03  filler   pic x(35)  value "PLTurnover-Q4             0273006P2".
     03  filler   pic x(35)  value "PLPurch-Unapplied         0279006P2".
     03  filler   pic x(35)  value "PLPurch-Currency          0289003X0".
     03  filler   pic x(35)  value "PLPurch-Exch-Rate         0292005P6".
     03  filler   pic x(35)  value "PLPurch-Remit             0297001N0".
*>  ST Stock file (wsstock.cob)
     03  filler   pic x(35)  value "STWS-Stock-Key            0001013X0".
     03  filler   pic x(35)  value "STWS-Stock-Abrev-Key      0014007X0".
     03  filler   pic x(35)  value "STStock-Supplier-P1       0021007X0".
     03  filler   pic x(35)  value "STStock-Supplier-P2       0028007X0".
     03  filler   pic x(35)  value "STStock-Supplier-P3       0035007X0".
     03  filler   pic x(35)  value "STWS-Stock-Desc           0042032X0".
     03  filler   pic x(35)  value "STStock-Construct-Item    0074013X0".
     03  filler   pic x(35)  value "STWS-Stock-Location       0087010X0".
     03  filler   pic x(35)  value "STStock-Services-Flag     0103001X0".
     03  filler   pic x(35)  value "STStock-Last-Actual-Cost  0104005P2".
     03  filler   pic x(35)  value "STStock-Arrived-Date      0109004CD".
     03  filler   pic x(35)  value "STStock-Sell-Unit         0113003X0".
     03  filler   pic x(35)  value "STStock-Kit-Flag          0116001X0".
     03  filler   pic x(35)  value "STStock-ReOrder-Pnt       0129004C0".
     03  filler   pic x(35)  value "STStock-Std-ReOrder       0133004C0".
     03  filler   pic x(35)  value "STStock-Back-Ordered      0137004C0".
     03  filler   pic x(35)  value "STStock-On-Order          0141004C0".
     03  filler   pic x(35)  value "STStock-Held              0145004C0".
     03  filler   pic x(35)  value "STStock-Pre-Sales         0149004C0".
     03  filler   pic x(35)  value "STStock-Retail            0153005P2".
     03  filler   pic x(35)  value "STStock-Cost              0158006P4".
     03  filler   pic x(35)  value "STStock-Value             0164006P2".
     03  filler   pic x(35)  value "STStock-Order-Due         0170004CD".
     03  filler   pic x(35)  value "STStock-Order-Date        0174004CD".
     03  filler   pic x(35)  value "STStock-Adds              0178004C0".
     03  filler   pic x(35)  value "STStock-Deducts           0182004C0".
     03  filler   pic x(35)  value "STStock-Serial-Tracked    0386001X0".
     03  filler   pic x(35)  value "STStock-Buy-Unit          0387003X0".
     03  filler   pic x(35)  value "STStock-Warranty-Months   0396003N0".
     03  filler   pic x(35)  value "STStock-DG-Flag           0399001X0".
*>  SO Sales open items (slwsoi.cob)
     03  filler   pic x(35)  value "SOOI-Customer             0001007X0".
     03  filler   pic x(35)  value "SOOI-Invoice              0008008N0".
     03  filler   pic x(35)  value "SOOI-Date                 0016004LD".
     03  filler   pic x(35)  value "SOOI-B-Nos                0020004C0".
     03  filler   pic x(35)  value "SOOI-Type                 0026001N0".
     03  filler   pic x(35)  value "SOOI-Description          0027025X0".
     03  filler   pic x(35)  value "SOOI-Hold-Flag            0052001X0".
     03  filler   pic x(35)  value "SOOI-Net                  0059005P2".
     03  filler   pic x(35)  value "SOOI-Extra                0064005P2".
     03  filler   pic x(35)  value "SOOI-Carriage             0069005P2".
     03  filler   pic x(35)  value "SOOI-Vat                  0074005P2".
     03  filler   pic x(35)  value "SOOI-Discount             0079005P2".
     03  filler   pic x(35)  value "SOOI-E-Vat                0084005P2".
     03  filler   pic x(35)  value "SOOI-C-Vat                0089005P2".
     03  filler   pic x(35)  value "SOOI-Paid                 0094005P2".
     03  filler   pic x(35)  value "SOOI-Status               0099001N0".
     03  filler   pic x(35)  value "SOOI-Deduct-Amt           0101004C2".
     03  filler   pic x(35)  value "SOOI-Days                 0109001T0".
     03  filler   pic x(35)  value "SOOI-Date-Cleared         0115004LD".
*>  PO Purchase open items (plwsoi.cob)
     03  filler   pic x(35)  value "POOI-Supplier             0001007X0".
     03  filler   pic x(35)  value "POOI-Invoice              0008008N0".
     03  filler   pic x(35)  value "POOI-Date                 0016004LD".
     03  filler   pic x(35)  value "POOI-B-Nos                0020004C0".
     03  filler   pic x(35)  value "POOI-Type                 0026001N0".
     03  filler   pic x(35)  value "POOI-Ref                  0027010X0".
     03  filler   pic x(35)  value "POOI-Order                0037010X0".
     03  filler   pic x(35)  value "POOI-Hold-Flag            0047001X0".
     03  filler   pic x(35)  value "POOI-Net                  0054005P2".
     03  filler   pic x(35)  value "POOI-Extra                0059005P2".
     03  filler   pic x(35)  value "POOI-Carriage             0064005P2".
     03  filler   pic x(35)  value "POOI-Vat                  0069005P2".
     03  filler   pic x(35)  value "POOI-Discount             0074005P2".
     03  filler   pic x(35)  value "POOI-E-Vat                0079005P2".
     03  filler   pic x(35)  value "POOI-C-Vat                0084005P2".
     03  filler   pic x(35)  value "POOI-Paid                 0089005P2".
     03  filler   pic x(35)  value "POOI-Status               0094001N0".
     03  filler   pic x(35)  value "POOI-Days                 0104001T0".
     03  filler   pic x(35)  value "POOI-Date-Cleared         0110004LD".
*>  IN Sales invoice headers (slwsinv.cob)
     03  filler   pic x(35)  value "INSih-Invoice             0001008N0".
     03  filler   pic x(35)  value "INSih-Customer            0011007X0".
     03  filler   pic x(35)  value "INSih-Date                0018004LD".
     03  filler   pic x(35)  value "INSih-Order               0022010X0".
     03  filler   pic x(35)  value "INSih-Type                0032001N0".
     03  filler   pic x(35)  value "INSih-Ref                 0033010X0".
     03  filler   pic x(35)  value "INSih-Rep                 0040003X0".
     03  filler   pic x(35)  value "INSih-Description         0043032X0".
     03  filler   pic x(35)  value "INSih-Net                 0080005P2".
     03  filler   pic x(35)  value "INSih-Extra               0085005P2".
     03  filler   pic x(35)  value "INSih-Carriage            0090005P2".
     03  filler   pic x(35)  value "INSih-Vat                 0095005P2".
     03  filler   pic x(35)  value "INSih-Discount            0100005P2".
     03  filler   pic x(35)  value "INSih-E-Vat               0105005P2".
     03  filler   pic x(35)  value "INSih-C-Vat               0110005P2".
     03  filler   pic x(35)  value "INSih-Status              0115001X0".
     03  filler   pic x(35)  value "INSih-Lines               0121001T0".
     03  filler   pic x(35)  value "INSih-Days                0131001T0".
*>  GP General ledger postings (wspost.cob)
     03  filler   pic x(35)  value "GPBatch                   0006005N0".
     03  filler   pic x(35)  value "GPPost-Number             0011005N0".
     03  filler   pic x(35)  value "GPPost-Code               0016002X0".
     03  filler   pic x(35)  value "GPPost-Date               0018008X0".
     03  filler   pic x(35)  value "GPPost-DR                 0026006N0".
     03  filler   pic x(35)  value "GPDR-PC                   0032002N0".
     03  filler   pic x(35)  value "GPPost-CR                 0034006N0".
     03  filler   pic x(35)  value "GPCR-PC                   0040002N0".
     03  filler   pic x(35)  value "GPPost-Amount             0042010S2".
     03  filler   pic x(35)  value "GPPost-Legend             0052032X0".
     03  filler   pic x(35)  value "GPVat-AC                  0084006N0".
     03  filler   pic x(35)  value "GPPost-Vat-Side           0092002X0".
     03  filler   pic x(35)  value "GPVat-Amount              0094010S2".
 01  filler                 redefines RW-Dictionary.
     03  RW-Dict-Entry          occurs 158.
         05  RWD-File           pic xx.
         05  RWD-Name           pic x(24).
         05  RWD-Offset         pic 9(4).
         05  RWD-Length         pic 999.
         05  RWD-Storage        pic x.
         05  RWD-Edit           pic x.
 01  RW-Dict-Count          pic 999    value 158.
*>
