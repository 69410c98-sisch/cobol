      *****************************************************************
      * SLSPOST - posted sales record (salesPosted.dat). SALESPST
      * appends one record for every sales line it actually posts,
      * with the net and VAT split it worked out for the takings
      * report and the article's supplier and VatRateCode as they
      * stood that night, so the margin report and anything else
      * that needs the night's sales works from what was really
      * posted rather than re-reading a day-file that has already
      * been cleared down. A refund carries a negative quantity and
      * negative money. SpdSaleDate is the day the sale was rung up
      * at the register, which the promotion results report buckets
      * the sales by. SpdRegisterId and SpdTenderType are carried
      * from the day-file line for the cash-up report (CASHRPT).
      *****************************************************************
       01 SalesPostedRecord.
          02 SpdPostDate     PIC 9(8).
          02 SpdArticleId    PIC 9(6).
          02 SpdLocationId   PIC 9(3).
          02 SpdSupplierId   PIC 9(4).
          02 SpdVatRateCode  PIC X(01).
          02 SpdQuantity     PIC S9(6) SIGN LEADING SEPARATE.
          02 SpdUnitPrice    PIC 9(7)V99.
          02 SpdNet          PIC S9(10)V99 SIGN LEADING SEPARATE.
          02 SpdVat          PIC S9(10)V99 SIGN LEADING SEPARATE.
          02 SpdSaleDate     PIC 9(8).
          02 SpdRegisterId   PIC 9(3).
          02 SpdTenderType   PIC X(01).
             88 SpdPaidCash     VALUE 'C'.
             88 SpdPaidCard     VALUE 'D'.
             88 SpdPaidVoucher  VALUE 'V'.
