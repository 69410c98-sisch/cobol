             MOVE CheckLocationId TO StkLocationId
             MOVE ZERO TO StkOnHandQty
             MOVE ReorderLevel TO StkReorderLevel
             MOVE SPACES TO StkShelfCode
             WRITE StockLocationRecord
             IF NOT StockFileOk
                DISPLAY "ArticleId " MvtArticleId " location "
