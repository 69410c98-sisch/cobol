       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKCNV.
       AUTHOR. Simon Schliesky.
       DATE-WRITTEN. 15/10/2026.

      * One-off conversion of an existing per-location stock file to
      * the current StockLocationRecord layout. The old file carried
      * only article, location, on-hand quantity and reorder level;
      * the current layout adds StkShelfCode for the stock-take count
      * sheets, so every program now refuses the old file with status
      * 39. Rename the existing file to stock.old, run this once, and
      * a fresh stock.dat in the current layout is built with the
      * shelf codes blank ready for LOCMNT to set them.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OldStockFile
             ASSIGN TO "stock.old"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS OldStockKey
             FILE STATUS IS OldStockFileStatus.
          SELECT StockFile
             ASSIGN TO "stock.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS StockKey
             FILE STATUS IS StockFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD OldStockFile.
       01 OldStockLocationRecord.
          02 OldStockKey.
             03 OldStkArticleId   PIC 9(6).
             03 OldStkLocationId  PIC 9(3).
          02 OldStkOnHandQty      PIC 9(6).
          02 OldStkReorderLevel   PIC 9(6).

       FD StockFile.
          COPY stkloc.

       WORKING-STORAGE SECTION.
       01 OldStockFileStatus PIC X(02).
          88 OldStockFileOk      VALUE '00'.
          88 OldStockFileEnd     VALUE '10'.

       01 StockFileStatus    PIC X(02).
          88 StockFileOk         VALUE '00'.

       01 ConvertCounters.
          02 ConvertReadCount  PIC 9(06) VALUE ZERO.
          02 ConvertWriteCount PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       Main.
          OPEN INPUT OldStockFile.
          IF NOT OldStockFileOk
             DISPLAY "No stock.old to convert - status "
                OldStockFileStatus
             DISPLAY "Rename the existing stock file to"
                " stock.old first"
          ELSE
             OPEN OUTPUT StockFile
             PERFORM ReadOldStock
             PERFORM UNTIL OldStockFileEnd
                ADD 1 TO ConvertReadCount
                PERFORM WriteNewStock
                PERFORM ReadOldStock
             END-PERFORM
             CLOSE OldStockFile
             CLOSE StockFile
             DISPLAY "Stock records read    : " ConvertReadCount
             DISPLAY "Stock records written : " ConvertWriteCount
             IF ConvertReadCount NOT = ConvertWriteCount
                DISPLAY "Counts differ - check before using the"
                   " converted file"
             END-IF
          END-IF.
          STOP RUN.

       ReadOldStock.
          READ OldStockFile NEXT RECORD
             AT END SET OldStockFileEnd TO TRUE
          END-READ.

       WriteNewStock.
          MOVE OldStkArticleId TO StkArticleId.
          MOVE OldStkLocationId TO StkLocationId.
          MOVE OldStkOnHandQty TO StkOnHandQty.
          MOVE OldStkReorderLevel TO StkReorderLevel.
          MOVE SPACES TO StkShelfCode.
          WRITE StockLocationRecord.
          IF StockFileOk
             ADD 1 TO ConvertWriteCount
          ELSE
             DISPLAY "Article " OldStkArticleId
                " location " OldStkLocationId
                " write failed - status " StockFileStatus
          END-IF.
