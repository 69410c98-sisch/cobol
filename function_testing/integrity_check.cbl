       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       AUTHOR. Simon Schliesky.
       DATE-WRITTEN. 15/10/2026.

      * Nightly cross-file integrity check, run in the chain after
      * PRICERCN. Where PRICERCN only checks the price arithmetic on
      * priceTable.dat, this step checks that the other files still
      * agree with each other, one section of integrity.rpt per
      * check:
      *   1 the per-location StkOnHandQty records on stock.dat add
      *     up to the central OnHandQty of each article;
      *   2 replaying stockLedger.dat from zero reproduces every
      *     location balance on stock.dat - every stock record is
      *     created at zero by STOCKPST or SALESPST and every change
      *     after that goes on the ledger, receipts adding, issues
      *     taking off, corrections setting the counted figure and
      *     transfers carrying their own sign - and every ledger
      *     record's location still has a stock record;
      *   3 every open purchOrder.dat line points at an article and
      *     a supplier still on file;
      *   4 every stock.dat record points at an article and a
      *     location still on file;
      *   5 every article's ArtSupplierId is on supplier.dat.
      * Every break found counts as an error on stepCount.dat, and
      * NIGHTRUN halts the chain when the count passes the integrity
      * limit on the run-control record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PriceTable
             ASSIGN TO "priceTable.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ArticleId
             ALTERNATE RECORD KEY IS ArticleDesc
                WITH DUPLICATES
             FILE STATUS IS PriceTableStatus.
          SELECT StockFile
             ASSIGN TO "stock.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS StockKey
             FILE STATUS IS StockFileStatus.
          SELECT LedgerFile
             ASSIGN TO "stockLedger.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LedgerFileStatus.
          SELECT PurchOrderFile
             ASSIGN TO "purchOrder.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PoKey
             FILE STATUS IS PurchOrderStatus.
          SELECT SupplierFile
             ASSIGN TO "supplier.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SupplierId
             FILE STATUS IS SupplierFileStatus.
          SELECT LocationFile
             ASSIGN TO "location.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LocationId
             FILE STATUS IS LocationFileStatus.
          SELECT IntegrityReport
             ASSIGN TO "integrity.rpt"
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT StepCountFile
             ASSIGN TO "stepCount.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PriceTable.
          COPY artdtl.

       FD StockFile.
          COPY stkloc.

       FD LedgerFile.
          COPY stkledg.

       FD PurchOrderFile.
          COPY podtl.

       FD SupplierFile.
          COPY supdtl.

       FD LocationFile.
          COPY locmst.

       FD IntegrityReport.
       01 ReportLine  PIC X(80).

       FD StepCountFile.
          COPY stepcnt.

       WORKING-STORAGE SECTION.
       01 PriceTableStatus  PIC X(02).
          88 PriceTableOk       VALUE '00'.
          88 PriceTableEnd      VALUE '10'.
          88 PriceTableNotFound VALUE '23'.

       01 StockFileStatus   PIC X(02).
          88 StockFileOk        VALUE '00'.
          88 StockFileEnd       VALUE '10'.

       01 LedgerFileStatus  PIC X(02).
          88 LedgerFileOk       VALUE '00'.
          88 LedgerFileEnd      VALUE '10'.

       01 PurchOrderStatus  PIC X(02).
          88 PurchOrderOk       VALUE '00'.
          88 PurchOrderEnd      VALUE '10'.

       01 SupplierFileStatus PIC X(02).
          88 SupplierFileOk       VALUE '00'.
          88 SupplierFileNotFound VALUE '23'.

       01 LocationFileStatus PIC X(02).
          88 LocationFileOk       VALUE '00'.
          88 LocationFileNotFound VALUE '23'.

       01 FileOpen-Sw.
          02 PriceTableOpen-Sw  PIC X(01) VALUE 'N'.
             88 PriceTableOpen  VALUE 'Y'.
          02 StockFileOpen-Sw   PIC X(01) VALUE 'N'.
             88 StockFileOpen   VALUE 'Y'.
          02 SupplierOpen-Sw    PIC X(01) VALUE 'N'.
             88 SupplierOpen    VALUE 'Y'.
          02 LocationOpen-Sw    PIC X(01) VALUE 'N'.
             88 LocationOpen    VALUE 'Y'.

       01 TodayDate         PIC 9(08).

       01 StockTable.
          02 StockEntry OCCURS 5000 TIMES.
             03 SttArticleId  PIC 9(6).
             03 SttLocationId PIC 9(3).
             03 SttOnHandQty  PIC 9(6).
             03 SttReplayQty  PIC S9(8).
       01 StockCount        PIC 9(04) VALUE ZERO.
       01 StockSub          PIC 9(04) VALUE ZERO.
       01 StockLimit        PIC 9(04) VALUE 5000.
       01 StockFound-Sw     PIC X(01) VALUE 'N'.
          88 StockFound     VALUE 'Y'.
       01 StockTableFull-Sw PIC X(01) VALUE 'N'.
          88 StockTableFull VALUE 'Y'.

       01 OrphanTable.
          02 OrphanEntry OCCURS 200 TIMES.
             03 OrpArticleId  PIC 9(6).
             03 OrpLocationId PIC 9(3).
       01 OrphanCount       PIC 9(03) VALUE ZERO.
       01 OrphanSub         PIC 9(03) VALUE ZERO.
       01 OrphanFound-Sw    PIC X(01) VALUE 'N'.
          88 OrphanFound    VALUE 'Y'.

       01 LocationSum       PIC S9(8).
       01 SumArticleId      PIC 9(6).

       01 CheckCounters.
          02 ArticlesChecked  PIC 9(06) VALUE ZERO.
          02 StockChecked     PIC 9(06) VALUE ZERO.
          02 LedgerChecked    PIC 9(06) VALUE ZERO.
          02 PoLinesChecked   PIC 9(06) VALUE ZERO.
          02 SectionBreaks    PIC 9(06) VALUE ZERO.
          02 TotalBreaks      PIC 9(06) VALUE ZERO.

       01 BreakCounts.
          02 BreakCount OCCURS 5 TIMES PIC 9(06).
       01 CheckSub          PIC 9(01) VALUE ZERO.

       01 CheckTitles.
          02 FILLER PIC X(40)
             VALUE "LOCATION QUANTITIES AGAINST ONHANDQTY".
          02 FILLER PIC X(40)
             VALUE "STOCK LEDGER REPLAY AGAINST STOCK.DAT".
          02 FILLER PIC X(40)
             VALUE "OPEN PO LINES AGAINST MASTERS".
          02 FILLER PIC X(40)
             VALUE "STOCK RECORDS AGAINST MASTERS".
          02 FILLER PIC X(40)
             VALUE "ARTICLE SUPPLIERS AGAINST SUPPLIER.DAT".
       01 CheckTitleTable REDEFINES CheckTitles.
          02 CheckTitle OCCURS 5 TIMES PIC X(40).

       01 HeadingLine1.
          02 FILLER PIC X(30) VALUE "CROSS-FILE INTEGRITY CHECK".
          02 HeadDate        PIC 9(08).

       01 SectionHeading.
          02 FILLER          PIC X(06) VALUE "CHECK ".
          02 SecNumber       PIC 9(01).
          02 FILLER          PIC X(03) VALUE " - ".
          02 SecTitle        PIC X(40).

       01 BreakDetail.
          02 BrkArticleId    PIC 9(06).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 BrkRefLabel     PIC X(04).
          02 BrkRefId        PIC Z(5)9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 BrkRemark       PIC X(30).
          02 BrkFigures.
             03 FILLER       PIC X(06) VALUE " BOOK ".
             03 BrkBookQty   PIC -ZZZ,ZZ9.
             03 FILLER       PIC X(07) VALUE " FOUND ".
             03 BrkFoundQty  PIC -ZZZ,ZZ9.

       01 SectionTotalLine.
          02 FILLER          PIC X(24) VALUE "BREAKS FOUND ...........".
          02 SecBreaks       PIC ZZZ,ZZ9.

       01 SummaryLine1.
          02 FILLER          PIC X(24) VALUE "ARTICLES CHECKED .......".
          02 SumArticles     PIC ZZZ,ZZ9.

       01 SummaryLine2.
          02 FILLER          PIC X(24) VALUE "STOCK RECORDS CHECKED ..".
          02 SumStock        PIC ZZZ,ZZ9.

       01 SummaryLine3.
          02 FILLER          PIC X(24) VALUE "LEDGER RECORDS REPLAYED ".
          02 SumLedger       PIC ZZZ,ZZ9.

       01 SummaryLine4.
          02 FILLER          PIC X(24) VALUE "OPEN PO LINES CHECKED ..".
          02 SumPoLines      PIC ZZZ,ZZ9.

       01 SummaryCheckLine.
          02 FILLER          PIC X(06) VALUE "CHECK ".
          02 SumCheckNumber  PIC 9(01).
          02 FILLER          PIC X(17) VALUE " BREAKS .........".
          02 SumCheckBreaks  PIC ZZZ,ZZ9.

       01 SummaryTotalLine.
          02 FILLER          PIC X(24) VALUE "TOTAL BREAKS ...........".
          02 SumTotalBreaks  PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          PERFORM OpenMasterFiles.
          OPEN OUTPUT IntegrityReport.
          MOVE TodayDate TO HeadDate.
          WRITE ReportLine FROM HeadingLine1.
          WRITE ReportLine FROM SPACES.
          PERFORM CheckLocationTotals.
          PERFORM CheckLedgerReplay.
          PERFORM CheckPoLines.
          PERFORM CheckStockRecords.
          PERFORM CheckArticleSuppliers.
          PERFORM WriteSummary.
          CLOSE IntegrityReport.
          PERFORM CloseMasterFiles.
          DISPLAY "Articles checked     : " ArticlesChecked.
          DISPLAY "Stock records checked: " StockChecked.
          DISPLAY "Integrity breaks     : " TotalBreaks.
          PERFORM WriteStepCount.
          GOBACK.

       WriteStepCount.
          OPEN OUTPUT StepCountFile.
          MOVE "INTEGCHK" TO StepProgramId.
          MOVE ArticlesChecked TO StepRecordCount.
          MOVE TotalBreaks TO StepErrorCount.
          WRITE StepCountRecord.
          CLOSE StepCountFile.

      * A master that is missing altogether simply leaves nothing to
      * check against it; everything pointing at it then breaks.
       OpenMasterFiles.
          OPEN INPUT PriceTable.
          IF PriceTableOk
             SET PriceTableOpen TO TRUE
          END-IF.
          OPEN INPUT StockFile.
          IF StockFileOk
             SET StockFileOpen TO TRUE
          END-IF.
          OPEN INPUT SupplierFile.
          IF SupplierFileOk
             SET SupplierOpen TO TRUE
          END-IF.
          OPEN INPUT LocationFile.
          IF LocationFileOk
             SET LocationOpen TO TRUE
          END-IF.

       CloseMasterFiles.
          IF PriceTableOpen
             CLOSE PriceTable
          END-IF.
          IF StockFileOpen
             CLOSE StockFile
          END-IF.
          IF SupplierOpen
             CLOSE SupplierFile
          END-IF.
          IF LocationOpen
             CLOSE LocationFile
          END-IF.

       StartSection.
          MOVE ZERO TO SectionBreaks.
          MOVE CheckSub TO SecNumber.
          MOVE CheckTitle(CheckSub) TO SecTitle.
          WRITE ReportLine FROM SectionHeading.

       EndSection.
          MOVE SectionBreaks TO SecBreaks.
          WRITE ReportLine FROM SectionTotalLine.
          WRITE ReportLine FROM SPACES.
          MOVE SectionBreaks TO BreakCount(CheckSub).

       WriteBreakLine.
          WRITE ReportLine FROM BreakDetail.
          ADD 1 TO SectionBreaks.
          ADD 1 TO TotalBreaks.

      *****************************************************************
      * Check 1 - the location records of every article are summed
      * through a START on the article part of the stock key.
      *****************************************************************
       CheckLocationTotals.
          MOVE 1 TO CheckSub.
          PERFORM StartSection.
          IF PriceTableOpen
             MOVE ZERO TO ArticleId
             START PriceTable KEY NOT LESS THAN ArticleId
                INVALID KEY SET PriceTableEnd TO TRUE
             END-START
             IF NOT PriceTableEnd
                PERFORM ReadArticle
             END-IF
             PERFORM UNTIL PriceTableEnd
                ADD 1 TO ArticlesChecked
                PERFORM SumLocationStock
                IF LocationSum NOT = OnHandQty
                   MOVE ArticleId TO BrkArticleId
                   MOVE SPACES TO BrkRefLabel
                   MOVE ZERO TO BrkRefId
                   MOVE "LOCATIONS DO NOT ADD UP" TO BrkRemark
                   MOVE OnHandQty TO BrkBookQty
                   MOVE LocationSum TO BrkFoundQty
                   PERFORM WriteBreakLine
                END-IF
                PERFORM ReadArticle
             END-PERFORM
          END-IF.
          PERFORM EndSection.

       ReadArticle.
          READ PriceTable NEXT RECORD
             AT END SET PriceTableEnd TO TRUE
          END-READ.

       SumLocationStock.
          MOVE ZERO TO LocationSum.
          IF StockFileOpen
             MOVE ArticleId TO SumArticleId
             MOVE ArticleId TO StkArticleId
             MOVE ZERO TO StkLocationId
             START StockFile KEY NOT LESS THAN StockKey
                INVALID KEY SET StockFileEnd TO TRUE
             END-START
             IF NOT StockFileEnd
                PERFORM ReadStock
                PERFORM UNTIL StockFileEnd
                   OR StkArticleId NOT = SumArticleId
                   ADD StkOnHandQty TO LocationSum
                   PERFORM ReadStock
                END-PERFORM
             END-IF
          END-IF.

       ReadStock.
          READ StockFile NEXT RECORD
             AT END SET StockFileEnd TO TRUE
          END-READ.

      *****************************************************************
      * Check 2 - stock.dat is loaded into a table, the ledger is
      * replayed into it in file order and the replayed figure is
      * compared with the balance on file.
      *****************************************************************
       CheckLedgerReplay.
          MOVE 2 TO CheckSub.
          PERFORM StartSection.
          PERFORM LoadStockTable.
          IF StockTableFull
             DISPLAY "More than " StockLimit " stock records - the"
                " ledger replay covers the first " StockLimit
                " only, raise the table size"
          END-IF.
          OPEN INPUT LedgerFile.
          IF LedgerFileOk
             PERFORM ReadLedger
             PERFORM UNTIL LedgerFileEnd
                ADD 1 TO LedgerChecked
                PERFORM ReplayLedgerRecord
                PERFORM ReadLedger
             END-PERFORM
             CLOSE LedgerFile
          END-IF.
          PERFORM VARYING StockSub FROM 1 BY 1
             UNTIL StockSub > StockCount
             IF SttReplayQty(StockSub) NOT = SttOnHandQty(StockSub)
                MOVE SttArticleId(StockSub) TO BrkArticleId
                MOVE "LOC " TO BrkRefLabel
                MOVE SttLocationId(StockSub) TO BrkRefId
                MOVE "LEDGER REPLAY DIFFERS" TO BrkRemark
                MOVE SttOnHandQty(StockSub) TO BrkBookQty
                MOVE SttReplayQty(StockSub) TO BrkFoundQty
                PERFORM WriteBreakLine
             END-IF
          END-PERFORM.
          PERFORM EndSection.

       LoadStockTable.
          IF StockFileOpen
             MOVE ZERO TO StkArticleId
             MOVE ZERO TO StkLocationId
             START StockFile KEY NOT LESS THAN StockKey
                INVALID KEY SET StockFileEnd TO TRUE
             END-START
             IF NOT StockFileEnd
                PERFORM ReadStock
             END-IF
             PERFORM UNTIL StockFileEnd OR StockTableFull
                IF StockCount = StockLimit
                   SET StockTableFull TO TRUE
                ELSE
                   ADD 1 TO StockCount
                   MOVE StkArticleId TO SttArticleId(StockCount)
                   MOVE StkLocationId TO SttLocationId(StockCount)
                   MOVE StkOnHandQty TO SttOnHandQty(StockCount)
                   MOVE ZERO TO SttReplayQty(StockCount)
                   PERFORM ReadStock
                END-IF
             END-PERFORM
          END-IF.

       ReadLedger.
          READ LedgerFile
             AT END SET LedgerFileEnd TO TRUE
          END-READ.

      * Receipts add, issues take off, a correction sets the counted
      * figure and each side of a transfer carries its own sign.
       ReplayLedgerRecord.
          PERFORM PickStockEntry.
          IF StockFound
             IF LdgMvtType = 'R'
                ADD LdgQuantity TO SttReplayQty(StockSub)
             ELSE IF LdgMvtType = 'I'
                SUBTRACT LdgQuantity FROM SttReplayQty(StockSub)
             ELSE IF LdgMvtType = 'C'
                MOVE LdgQuantity TO SttReplayQty(StockSub)
             ELSE
                ADD LdgQuantity TO SttReplayQty(StockSub)
             END-IF
          ELSE IF NOT StockTableFull
             PERFORM NoteOrphanLedger
          END-IF.

      * The VARYING loop has stepped one past the match by the time
      * it sees the flag, so step back onto the matched entry.
       PickStockEntry.
          MOVE 'N' TO StockFound-Sw.
          PERFORM VARYING StockSub FROM 1 BY 1
             UNTIL StockSub > StockCount OR StockFound
             IF SttArticleId(StockSub) = LdgArticleId
                AND SttLocationId(StockSub) = LdgLocationId
                SET StockFound TO TRUE
             END-IF
          END-PERFORM.
          IF StockFound
             SUBTRACT 1 FROM StockSub
          END-IF.

      * Each article and location with ledger records but no stock
      * record is reported once, however many records it has.
       NoteOrphanLedger.
          MOVE 'N' TO OrphanFound-Sw.
          PERFORM VARYING OrphanSub FROM 1 BY 1
             UNTIL OrphanSub > OrphanCount OR OrphanFound
             IF OrpArticleId(OrphanSub) = LdgArticleId
                AND OrpLocationId(OrphanSub) = LdgLocationId
                SET OrphanFound TO TRUE
             END-IF
          END-PERFORM.
          IF NOT OrphanFound
             IF OrphanCount < 200
                ADD 1 TO OrphanCount
                MOVE LdgArticleId TO OrpArticleId(OrphanCount)
                MOVE LdgLocationId TO OrpLocationId(OrphanCount)
             END-IF
             MOVE LdgArticleId TO BrkArticleId
             MOVE "LOC " TO BrkRefLabel
             MOVE LdgLocationId TO BrkRefId
             MOVE "LEDGER BUT NO STOCK RECORD" TO BrkRemark
             MOVE ZERO TO BrkBookQty
             MOVE LdgOnHandAfter TO BrkFoundQty
             PERFORM WriteBreakLine
          END-IF.

      *****************************************************************
      * Check 3 - only lines still open are checked; closed lines
      * are history and may name masters since retired.
      *****************************************************************
       CheckPoLines.
          MOVE 3 TO CheckSub.
          PERFORM StartSection.
          OPEN INPUT PurchOrderFile.
          IF PurchOrderOk
             PERFORM ReadPoLine
             PERFORM UNTIL PurchOrderEnd
                IF PoLineOpen
                   ADD 1 TO PoLinesChecked
                   PERFORM CheckPoLine
                END-IF
                PERFORM ReadPoLine
             END-PERFORM
             CLOSE PurchOrderFile
          END-IF.
          PERFORM EndSection.

       ReadPoLine.
          READ PurchOrderFile NEXT RECORD
             AT END SET PurchOrderEnd TO TRUE
          END-READ.

       CheckPoLine.
          MOVE PoArticleId TO BrkArticleId.
          MOVE "PO  " TO BrkRefLabel.
          MOVE PoNumber TO BrkRefId.
          MOVE PoOrderQty TO BrkBookQty.
          MOVE PoReceivedQty TO BrkFoundQty.
          MOVE PoArticleId TO ArticleId.
          PERFORM LookUpArticle.
          IF NOT PriceTableOk
             MOVE "PO LINE ARTICLE NOT ON FILE" TO BrkRemark
             PERFORM WriteBreakLine
          END-IF.
          MOVE PoSupplierId TO SupplierId.
          PERFORM LookUpSupplier.
          IF NOT SupplierFileOk
             MOVE "PO LINE SUPPLIER NOT ON FILE" TO BrkRemark
             PERFORM WriteBreakLine
          END-IF.

       LookUpArticle.
          IF PriceTableOpen
             READ PriceTable
                INVALID KEY SET PriceTableNotFound TO TRUE
             END-READ
          ELSE
             SET PriceTableNotFound TO TRUE
          END-IF.

       LookUpSupplier.
          IF SupplierOpen
             READ SupplierFile
                INVALID KEY SET SupplierFileNotFound TO TRUE
             END-READ
          ELSE
             SET SupplierFileNotFound TO TRUE
          END-IF.

       LookUpLocation.
          IF LocationOpen
             READ LocationFile
                INVALID KEY SET LocationFileNotFound TO TRUE
             END-READ
          ELSE
             SET LocationFileNotFound TO TRUE
          END-IF.

      *****************************************************************
      * Check 4 - a straight pass over stock.dat.
      *****************************************************************
       CheckStockRecords.
          MOVE 4 TO CheckSub.
          PERFORM StartSection.
          IF StockFileOpen
             MOVE ZERO TO StkArticleId
             MOVE ZERO TO StkLocationId
             START StockFile KEY NOT LESS THAN StockKey
                INVALID KEY SET StockFileEnd TO TRUE
             END-START
             IF NOT StockFileEnd
                PERFORM ReadStock
             END-IF
             PERFORM UNTIL StockFileEnd
                ADD 1 TO StockChecked
                PERFORM CheckStockRecord
                PERFORM ReadStock
             END-PERFORM
          END-IF.
          PERFORM EndSection.

       CheckStockRecord.
          MOVE StkArticleId TO BrkArticleId.
          MOVE "LOC " TO BrkRefLabel.
          MOVE StkLocationId TO BrkRefId.
          MOVE StkOnHandQty TO BrkBookQty.
          MOVE ZERO TO BrkFoundQty.
          MOVE StkArticleId TO ArticleId.
          PERFORM LookUpArticle.
          IF NOT PriceTableOk
             MOVE "STOCK ARTICLE NOT ON FILE" TO BrkRemark
             PERFORM WriteBreakLine
          END-IF.
          MOVE StkLocationId TO LocationId.
          PERFORM LookUpLocation.
          IF NOT LocationFileOk
             MOVE "STOCK LOCATION NOT ON FILE" TO BrkRemark
             PERFORM WriteBreakLine
          END-IF.

      *****************************************************************
      * Check 5 - every article's supplier.
      *****************************************************************
       CheckArticleSuppliers.
          MOVE 5 TO CheckSub.
          PERFORM StartSection.
          IF PriceTableOpen
             MOVE ZERO TO ArticleId
             START PriceTable KEY NOT LESS THAN ArticleId
                INVALID KEY SET PriceTableEnd TO TRUE
             END-START
             IF NOT PriceTableEnd
                PERFORM ReadArticle
             END-IF
             PERFORM UNTIL PriceTableEnd
                MOVE ArtSupplierId TO SupplierId
                PERFORM LookUpSupplier
                IF NOT SupplierFileOk
                   MOVE ArticleId TO BrkArticleId
                   MOVE "SUP " TO BrkRefLabel
                   MOVE ArtSupplierId TO BrkRefId
                   MOVE "SUPPLIER NOT ON FILE" TO BrkRemark
                   MOVE OnHandQty TO BrkBookQty
                   MOVE ZERO TO BrkFoundQty
                   PERFORM WriteBreakLine
                END-IF
                PERFORM ReadArticle
             END-PERFORM
          END-IF.
          PERFORM EndSection.

       WriteSummary.
          MOVE ArticlesChecked TO SumArticles.
          WRITE ReportLine FROM SummaryLine1.
          MOVE StockChecked TO SumStock.
          WRITE ReportLine FROM SummaryLine2.
          MOVE LedgerChecked TO SumLedger.
          WRITE ReportLine FROM SummaryLine3.
          MOVE PoLinesChecked TO SumPoLines.
          WRITE ReportLine FROM SummaryLine4.
          PERFORM VARYING CheckSub FROM 1 BY 1 UNTIL CheckSub > 5
             MOVE CheckSub TO SumCheckNumber
             MOVE BreakCount(CheckSub) TO SumCheckBreaks
             WRITE ReportLine FROM SummaryCheckLine
          END-PERFORM.
          MOVE TotalBreaks TO SumTotalBreaks.
          WRITE ReportLine FROM SummaryTotalLine.
