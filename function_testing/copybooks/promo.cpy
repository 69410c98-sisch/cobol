      *****************************************************************
      * PROMO - promotion record (promo.dat, indexed on article plus
      * from-date). A promotion sells the article at PrmPromoPrice
      * (incl. VAT, like the price charged at the register) from
      * PrmFromDate to PrmToDate inclusive. When any PrmLocationId
      * is filled in the promotion runs only at those locations;
      * all zero means every location. Kept through PROMOMNT; SALESENT
      * offers the price, SALESPST accepts it as a valid price and
      * PROMORPT reports the results once the promotion has ended.
      *****************************************************************
       01 PromotionRecord.
          02 PrmKey.
             03 PrmArticleId   PIC 9(6).
             03 PrmFromDate    PIC 9(8).
          02 PrmToDate         PIC 9(8).
          02 PrmPromoPrice     PIC 9(7)V99.
          02 PrmDescription    PIC X(20).
          02 PrmLocationArea.
             03 PrmLocationId  OCCURS 10 TIMES PIC 9(3).
          02 PrmEnteredBy      PIC X(8).
          02 PrmEnteredDate    PIC 9(8).
