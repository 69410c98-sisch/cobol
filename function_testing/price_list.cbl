      * article for the label printer. Both read pendingPrice.dat
      * and flag every article with a change waiting, showing the
      * day it goes on, so nobody is surprised the morning PRICEACT
      * activates something. Each shelf label also carries the
      * article's primary EAN from barcode.dat so the label printer
      * can print the barcode; an article with no EAN flagged
      * primary gets the first one on file, and one with none at
      * all gets zeros.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ASSIGN TO "pendingPrice.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PendingFileStatus.
          SELECT BarcodeFile
             ASSIGN TO "barcode.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BarEan
             ALTERNATE RECORD KEY IS BarArticleId
                WITH DUPLICATES
             FILE STATUS IS BarcodeFileStatus.
          SELECT PriceListReport
             ASSIGN TO "priceList.rpt"
             ORGANIZATION IS LINE SEQUENTIAL.
       FD PendingFile.
          COPY pendchg.

       FD BarcodeFile.
          COPY barcode.

       FD PriceListReport.
       01 ReportLine  PIC X(100).

          02 LblInclVAT     PIC ZZZZ,ZZ9.99.
          02 LblPendingFlag PIC X(01).
          02 LblPendingDate PIC 9(08).
          02 LblPrimaryEan  PIC 9(13).

       WORKING-STORAGE SECTION.
       01 PriceTableStatus  PIC X(02).
          88 PendingFileOk     VALUE '00'.
          88 PendingFileEnd    VALUE '10'.

      * Reads through the ArticleId alternate key come back '02'
      * while more EANs for the same article follow.
       01 BarcodeFileStatus PIC X(02).
          88 BarcodeFileOk     VALUE '00' '02'.
          88 BarcodeFileEnd    VALUE '10'.

       01 BarcodeFile-Sw    PIC X(01) VALUE 'N'.
          88 BarcodeFileOpen VALUE 'Y'.
       01 PrimaryEan        PIC 9(13).
       01 PrimaryFound-Sw   PIC X(01) VALUE 'N'.
          88 PrimaryFound   VALUE 'Y'.

       01 SupplierTable.
          02 SupplierEntry OCCURS 50 TIMES INDEXED BY SupplierIdx.
             03 SupTableId       PIC 9(4).
       Main.
          PERFORM LoadSuppliers.
          PERFORM LoadPendingChanges.
          OPEN INPUT BarcodeFile.
          IF BarcodeFileOk
             SET BarcodeFileOpen TO TRUE
          END-IF.
          OPEN OUTPUT PriceListReport.
          OPEN OUTPUT ShelfLabelFile.
          PERFORM PrintPageHeading.
          PERFORM WriteUnknownGroup.
          CLOSE PriceListReport.
          CLOSE ShelfLabelFile.
          IF BarcodeFileOpen
             CLOSE BarcodeFile
          END-IF.
          DISPLAY "Articles listed     : " ListedCount.
          DISPLAY "Shelf labels written: " LabelCount.
          STOP RUN.
             MOVE SPACE TO LblPendingFlag
             MOVE ZERO TO LblPendingDate
          END-IF.
          PERFORM LookUpPrimaryEan.
          MOVE PrimaryEan TO LblPrimaryEan.
          WRITE ShelfLabelLine.
          ADD 1 TO LabelCount.

       LookUpPrimaryEan.
          MOVE ZERO TO PrimaryEan.
          MOVE 'N' TO PrimaryFound-Sw.
          IF BarcodeFileOpen
             MOVE ArticleId TO BarArticleId
             START BarcodeFile KEY = BarArticleId
                INVALID KEY SET BarcodeFileEnd TO TRUE
             END-START
             IF NOT BarcodeFileEnd
                PERFORM ReadBarcode
                PERFORM UNTIL BarcodeFileEnd OR PrimaryFound
                   OR BarArticleId NOT = ArticleId
                   IF PrimaryEan = ZERO
                      MOVE BarEan TO PrimaryEan
                   END-IF
                   IF BarIsPrimary
                      MOVE BarEan TO PrimaryEan
                      SET PrimaryFound TO TRUE
                   END-IF
                   PERFORM ReadBarcode
                END-PERFORM
             END-IF
          END-IF.

       ReadBarcode.
          READ BarcodeFile NEXT RECORD
             AT END SET BarcodeFileEnd TO TRUE
          END-READ.

       WriteGroupTotal.
          MOVE GroupCount TO GroupTotalCount.
          MOVE GroupInclVAT TO GroupTotalValue.
