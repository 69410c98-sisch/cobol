      *****************************************************************
      * SUPCOST - supplier cost price record (supCost.dat, indexed on
      * supplier plus article plus valid-from date). One record per
      * price the supplier has quoted us for the article; the cost in
      * force on a given day is the record with the latest
      * CstValidFrom not after that day, so a new price is keyed
      * ahead of time and old prices stay on file for the margin
      * history. Maintained through COSTMNT; POGENER stamps the cost
      * in force on every PO line it writes.
      *****************************************************************
       01 SupplierCostRecord.
          02 CstKey.
             03 CstSupplierId PIC 9(4).
             03 CstArticleId  PIC 9(6).
             03 CstValidFrom  PIC 9(8).
          02 CstCostPrice     PIC 9(6)V99.
          02 CstEnteredBy     PIC X(8).
          02 CstEnteredDate   PIC 9(8).
