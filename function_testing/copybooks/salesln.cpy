      * through SALESENT during the day and consumed by the nightly
      * SALESPST posting run, which reduces on-hand stock and
      * accumulates the takings. A negative quantity is a refund and
      * puts the stock back. SlsSaleDate is the day the sale was rung
      * up, so the posting run checks the price against the
      * promotions that were running that day. SlsRegisterId is the
      * till the sale went through and SlsTenderType how it was
      * paid, so the cash-up (CASHUP/CASHRPT) can be checked per
      * register and tender.
      *****************************************************************
       01 SalesDayLine.
          02 SlsArticleId  PIC 9(6).
          02 SlsLocationId PIC 9(3).
          02 SlsQuantity   PIC S9(6) SIGN LEADING SEPARATE.
          02 SlsUnitPrice  PIC 9(7)V99.
          02 SlsSaleDate   PIC 9(8).
          02 SlsRegisterId PIC 9(3).
          02 SlsTenderType PIC X(01).
             88 SlsPaidCash     VALUE 'C'.
             88 SlsPaidCard     VALUE 'D'.
             88 SlsPaidVoucher  VALUE 'V'.
             88 SlsTenderValid  VALUE 'C' 'D' 'V'.
