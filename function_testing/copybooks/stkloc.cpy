      * and the same delta goes on the total, transfers move
      * quantity between two of these records and leave the total
      * alone. Each location carries its own reorder level; a record
      * created on the fly starts from the article's central level,
      * and the weekly REORDCAL run moves it with real demand.
      * StkShelfCode is where the article sits in that shop (aisle,
      * bay, shelf) so the stock-take count sheets can be printed in
      * the order a counter walks the floor; blank until LOCMNT sets
      * it.
      *****************************************************************
       01 StockLocationRecord.
          02 StockKey.
             03 StkLocationId  PIC 9(3).
          02 StkOnHandQty      PIC 9(6).
          02 StkReorderLevel   PIC 9(6).
          02 StkShelfCode      PIC X(6).
