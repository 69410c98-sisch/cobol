       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDCAL.
       AUTHOR. Simon Schliesky.
       DATE-WRITTEN. 15/10/2026.

      * Weekly recalculation of the per-location reorder levels on
      * stock.dat from real demand, run as a weekly step of the
      * NIGHTRUN chain (a 'W' record in schedule.dat). For every
      * stock record the quantities SALESPST posted into the weekly
      * sales history (salesHist.dat) over the last completed weeks
      * are averaged into a weekly demand, and the proposed reorder
      * level is the demand covering the supplier's SupplierLeadDays
      * plus a number of safety days. The number of weeks, the safety
      * days and the percentage a level must move by before it is
      * applied come from reorderParm.dat (8 weeks, 7 days and 20
      * percent when the file or a figure is missing). Every proposal
      * is printed on reorderCalc.rpt with the old and new level; only
      * those that move by more than the threshold are written back,
      * so small week-to-week noise does not churn the levels. A
      * location with no history in the window, or an article whose
      * supplier is not on file, keeps its level. When any location
      * of an article moves, the article's central ReorderLevel on
      * priceTable.dat is reset to the sum of its location levels,
      * since POGENER compares the central level with the central
      * OnHandQty total.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ParmFile
             ASSIGN TO "reorderParm.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ParmFileStatus.
          SELECT StockFile
             ASSIGN TO "stock.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS StockKey
             FILE STATUS IS StockFileStatus.
          SELECT SalesHistFile
             ASSIGN TO "salesHist.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ShsKey
             FILE STATUS IS SalesHistStatus.
          SELECT PriceTable
             ASSIGN TO "priceTable.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ArticleId
             ALTERNATE RECORD KEY IS ArticleDesc
                WITH DUPLICATES
             FILE STATUS IS PriceTableStatus.
          SELECT SupplierFile
             ASSIGN TO "supplier.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SupplierId
             FILE STATUS IS SupplierFileStatus.
          SELECT CalcReport
             ASSIGN TO "reorderCalc.rpt"
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT StepCountFile
             ASSIGN TO "stepCount.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ParmFile.
          COPY rordparm.

       FD StockFile.
          COPY stkloc.

       FD SalesHistFile.
          COPY slshist.

       FD PriceTable.
          COPY artdtl.

       FD SupplierFile.
          COPY supdtl.

       FD CalcReport.
       01 ReportLine  PIC X(110).

       FD StepCountFile.
          COPY stepcnt.

       WORKING-STORAGE SECTION.
       01 ParmFileStatus    PIC X(02).
          88 ParmFileOk         VALUE '00'.

       01 StockFileStatus   PIC X(02).
          88 StockFileOk        VALUE '00'.
          88 StockFileEnd       VALUE '10'.

       01 SalesHistStatus   PIC X(02).
          88 SalesHistOk        VALUE '00'.
          88 SalesHistEnd       VALUE '10'.

       01 PriceTableStatus  PIC X(02).
          88 PriceTableOk       VALUE '00'.
          88 PriceTableNotFound VALUE '23'.

       01 SupplierFileStatus PIC X(02).
          88 SupplierFileOk    VALUE '00'.
          88 SupplierFileEnd   VALUE '10'.

       01 HistoryWeeks      PIC 9(02).
       01 SafetyDays        PIC 9(03).
       01 ThresholdPct      PIC 9(03).
       01 DefaultWeeks      PIC 9(02) VALUE 8.
       01 DefaultSafetyDays PIC 9(03) VALUE 7.
       01 DefaultThreshold  PIC 9(03) VALUE 20.

       01 TodayDate         PIC 9(08).
       01 CurrentWeekNo     PIC 9(06).
       01 FirstWeekNo       PIC 9(06).
       01 LastWeekNo        PIC 9(06).

       01 DayNumDate        PIC 9(08).
       01 DayNumParts REDEFINES DayNumDate.
          02 DnYear         PIC 9(04).
          02 DnMonth        PIC 9(02).
          02 DnDay          PIC 9(02).
       01 DnMPrime          PIC 9(04).
       01 DnWork            PIC 9(04).
       01 DnYPrime          PIC 9(04).
       01 DnQuot4           PIC 9(04).
       01 DnQuot100         PIC 9(04).
       01 DnQuot400         PIC 9(04).
       01 DnTemp            PIC 9(07).
       01 DnMonthDays       PIC 9(04).
       01 DayNumber         PIC 9(07).

       01 SupplierTable.
          02 SupplierEntry OCCURS 50 TIMES INDEXED BY SupplierIdx.
             03 SupTableId       PIC 9(4).
             03 SupTableLeadDays PIC 9(3).
       01 SupplierCount     PIC 9(02) VALUE ZERO.
       01 SupplierFound-Sw  PIC X(01) VALUE 'N'.
          88 SupplierFound  VALUE 'Y'.
       01 FoundLeadDays     PIC 9(03).

       01 CurrentArticleId  PIC 9(06) VALUE ZERO.
       01 ArticleOnFile-Sw  PIC X(01) VALUE 'N'.
          88 ArticleOnFile  VALUE 'Y'.
       01 ArticleChanged-Sw PIC X(01) VALUE 'N'.
          88 ArticleChanged VALUE 'Y'.
       01 ArticleLevelSum   PIC 9(08) VALUE ZERO.
       01 CurrentDesc       PIC X(20).
       01 CurrentSupplierId PIC 9(04).

       01 HistoryRecords    PIC 9(04).
       01 DemandTotal       PIC S9(09).
       01 AvgWeeklyDemand   PIC 9(07)V99.
       01 CoverDays         PIC 9(04).
       01 OldLevel          PIC 9(06).
       01 NewLevel          PIC 9(07).
       01 LevelDelta        PIC S9(07).
       01 AbsDelta          PIC 9(07).
       01 ChangePct         PIC S9(08)V9.
       01 CalcAction        PIC X(20).

       01 CalcCounters.
          02 StockReadCount  PIC 9(06) VALUE ZERO.
          02 AppliedCount    PIC 9(06) VALUE ZERO.
          02 HeldCount       PIC 9(06) VALUE ZERO.
          02 NoHistoryCount  PIC 9(06) VALUE ZERO.
          02 SkippedCount    PIC 9(06) VALUE ZERO.
          02 ArticleResetCount PIC 9(06) VALUE ZERO.
          02 ErrorCount      PIC 9(06) VALUE ZERO.

       01 HeadingLine1.
          02 FILLER PIC X(30) VALUE "REORDER LEVEL RECALCULATION".
          02 HeadDate        PIC 9(08).

       01 HeadingLine2.
          02 FILLER PIC X(07) VALUE "WEEKS: ".
          02 HeadWeeks       PIC Z9.
          02 FILLER PIC X(16) VALUE "   SAFETY DAYS: ".
          02 HeadSafety      PIC ZZ9.
          02 FILLER PIC X(16) VALUE "   THRESHOLD %: ".
          02 HeadThreshold   PIC ZZ9.
          02 FILLER PIC X(14) VALUE "   WEEK NOS.: ".
          02 HeadFirstWeek   PIC 9(06).
          02 FILLER PIC X(03) VALUE " - ".
          02 HeadLastWeek    PIC 9(06).

       01 ColumnHeading.
          02 FILLER PIC X(08) VALUE "ARTICLE".
          02 FILLER PIC X(05) VALUE "LOC".
          02 FILLER PIC X(22) VALUE "DESCRIPTION".
          02 FILLER PIC X(06) VALUE "SUPP".
          02 FILLER PIC X(05) VALUE "LEAD".
          02 FILLER PIC X(12) VALUE "  AVG / WEEK".
          02 FILLER PIC X(09) VALUE "      OLD".
          02 FILLER PIC X(09) VALUE "      NEW".
          02 FILLER PIC X(08) VALUE " CHANGE%".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(20) VALUE "ACTION".

       01 CalcDetail.
          02 RdArticleId     PIC 9(06).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RdLocationId    PIC 9(03).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RdDesc          PIC X(20).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RdSupplierId    PIC 9(04).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RdLeadDays      PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RdAvgWeekly     PIC ZZZ,ZZ9.99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RdOldLevel      PIC ZZZ,ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RdNewLevel      PIC ZZZ,ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RdChangePct     PIC -ZZ9.9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RdAction        PIC X(20).

       01 SummaryLine1.
          02 FILLER          PIC X(24) VALUE "STOCK RECORDS READ .....".
          02 SumRead         PIC ZZZ,ZZ9.

       01 SummaryLine2.
          02 FILLER          PIC X(24) VALUE "LEVELS APPLIED .........".
          02 SumApplied      PIC ZZZ,ZZ9.

       01 SummaryLine3.
          02 FILLER          PIC X(24) VALUE "WITHIN THRESHOLD .......".
          02 SumHeld         PIC ZZZ,ZZ9.

       01 SummaryLine4.
          02 FILLER          PIC X(24) VALUE "NO SALES HISTORY .......".
          02 SumNoHistory    PIC ZZZ,ZZ9.

       01 SummaryLine5.
          02 FILLER          PIC X(24) VALUE "SKIPPED ................".
          02 SumSkipped      PIC ZZZ,ZZ9.

       01 SummaryLine6.
          02 FILLER          PIC X(24) VALUE "CENTRAL LEVELS RESET ...".
          02 SumReset        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          PERFORM ReadParameters.
          PERFORM ComputeWeekWindow.
          OPEN INPUT SalesHistFile.
          IF NOT SalesHistOk
             DISPLAY "No sales history on file - levels left as they"
                " are"
             PERFORM WriteStepCount
             GOBACK
          END-IF.
          OPEN I-O StockFile.
          IF NOT StockFileOk
             DISPLAY "No stock file - status " StockFileStatus
             CLOSE SalesHistFile
             PERFORM WriteStepCount
             GOBACK
          END-IF.
          PERFORM LoadSuppliers.
          OPEN I-O PriceTable.
          OPEN OUTPUT CalcReport.
          PERFORM WriteHeadings.
          PERFORM ReadStock.
          PERFORM UNTIL StockFileEnd
             ADD 1 TO StockReadCount
             IF StkArticleId NOT = CurrentArticleId
                PERFORM FinishArticle
                PERFORM StartArticle
             END-IF
             PERFORM RecalcStockLevel
             PERFORM ReadStock
          END-PERFORM.
          PERFORM FinishArticle.
          PERFORM WriteSummary.
          CLOSE CalcReport.
          CLOSE PriceTable.
          CLOSE StockFile.
          CLOSE SalesHistFile.
          DISPLAY "Stock records read : " StockReadCount.
          DISPLAY "Levels applied     : " AppliedCount.
          DISPLAY "Within threshold   : " HeldCount.
          DISPLAY "No sales history   : " NoHistoryCount.
          PERFORM WriteStepCount.
          GOBACK.

       WriteStepCount.
          OPEN OUTPUT StepCountFile.
          MOVE "REORDCAL" TO StepProgramId.
          MOVE StockReadCount TO StepRecordCount.
          MOVE ErrorCount TO StepErrorCount.
          WRITE StepCountRecord.
          CLOSE StepCountFile.

       ReadParameters.
          MOVE ZERO TO HistoryWeeks.
          MOVE ZERO TO SafetyDays.
          MOVE ZERO TO ThresholdPct.
          OPEN INPUT ParmFile.
          IF ParmFileOk
             READ ParmFile
                AT END MOVE SPACES TO ReorderParmRecord
             END-READ
             IF RopHistoryWeeks NUMERIC
                MOVE RopHistoryWeeks TO HistoryWeeks
             END-IF
             IF RopSafetyDays NUMERIC
                MOVE RopSafetyDays TO SafetyDays
             END-IF
             IF RopThresholdPct NUMERIC
                MOVE RopThresholdPct TO ThresholdPct
             END-IF
             CLOSE ParmFile
          END-IF.
          IF HistoryWeeks = ZERO
             MOVE DefaultWeeks TO HistoryWeeks
          END-IF.
          IF SafetyDays = ZERO
             MOVE DefaultSafetyDays TO SafetyDays
          END-IF.
          IF ThresholdPct = ZERO
             MOVE DefaultThreshold TO ThresholdPct
          END-IF.

      * The week the run falls in is still being sold into, so the
      * window is the completed weeks before it.
       ComputeWeekWindow.
          MOVE TodayDate TO DayNumDate.
          PERFORM ComputeDayNumber.
          COMPUTE DnTemp = DayNumber + 2.
          DIVIDE DnTemp BY 7 GIVING CurrentWeekNo.
          COMPUTE LastWeekNo = CurrentWeekNo - 1.
          COMPUTE FirstWeekNo = CurrentWeekNo - HistoryWeeks.

       LoadSuppliers.
          OPEN INPUT SupplierFile.
          IF SupplierFileOk
             PERFORM ReadSupplier
             PERFORM UNTIL SupplierFileEnd
                OR SupplierCount = 50
                ADD 1 TO SupplierCount
                MOVE SupplierId TO SupTableId(SupplierCount)
                MOVE SupplierLeadDays
                   TO SupTableLeadDays(SupplierCount)
                PERFORM ReadSupplier
             END-PERFORM
             CLOSE SupplierFile
          ELSE
             DISPLAY "No supplier master - status " SupplierFileStatus
          END-IF.

       ReadSupplier.
          READ SupplierFile NEXT RECORD
             AT END SET SupplierFileEnd TO TRUE
          END-READ.

       ReadStock.
          READ StockFile NEXT RECORD
             AT END SET StockFileEnd TO TRUE
          END-READ.

       StartArticle.
          MOVE StkArticleId TO CurrentArticleId.
          MOVE 'N' TO ArticleChanged-Sw.
          MOVE ZERO TO ArticleLevelSum.
          MOVE 'N' TO SupplierFound-Sw.
          MOVE ZERO TO FoundLeadDays.
          MOVE StkArticleId TO ArticleId.
          READ PriceTable
             INVALID KEY SET PriceTableNotFound TO TRUE
          END-READ.
          IF PriceTableOk
             SET ArticleOnFile TO TRUE
             MOVE ArticleDesc TO CurrentDesc
             MOVE ArtSupplierId TO CurrentSupplierId
             PERFORM LookUpSupplier
          ELSE
             MOVE 'N' TO ArticleOnFile-Sw
             MOVE "NOT ON PRICE TABLE" TO CurrentDesc
             MOVE ZERO TO CurrentSupplierId
          END-IF.

       LookUpSupplier.
          PERFORM VARYING SupplierIdx FROM 1 BY 1
             UNTIL SupplierIdx > SupplierCount OR SupplierFound
             IF SupTableId(SupplierIdx) = CurrentSupplierId
                MOVE SupTableLeadDays(SupplierIdx) TO FoundLeadDays
                SET SupplierFound TO TRUE
             END-IF
          END-PERFORM.

      * The central level only follows the locations when one of
      * them actually moved; otherwise a hand-set central level is
      * left alone.
       FinishArticle.
          IF ArticleChanged
             MOVE CurrentArticleId TO ArticleId
             READ PriceTable
                INVALID KEY SET PriceTableNotFound TO TRUE
             END-READ
             IF PriceTableOk
                IF ArticleLevelSum > 999999
                   MOVE 999999 TO ReorderLevel
                ELSE
                   MOVE ArticleLevelSum TO ReorderLevel
                END-IF
                REWRITE ArticleDetails
             END-IF
             IF PriceTableOk
                ADD 1 TO ArticleResetCount
             ELSE
                ADD 1 TO ErrorCount
                DISPLAY "ArticleId " CurrentArticleId
                   " central level not reset - status "
                   PriceTableStatus
             END-IF
          END-IF.

       RecalcStockLevel.
          MOVE StkReorderLevel TO OldLevel.
          MOVE StkReorderLevel TO NewLevel.
          MOVE ZERO TO AvgWeeklyDemand.
          MOVE ZERO TO ChangePct.
          IF NOT ArticleOnFile
             MOVE "KEPT - NOT ON FILE" TO CalcAction
             ADD 1 TO SkippedCount
          ELSE IF NOT SupplierFound
             MOVE "KEPT - NO SUPPLIER" TO CalcAction
             ADD 1 TO SkippedCount
          ELSE
             PERFORM SumSalesHistory
             IF HistoryRecords = ZERO
                MOVE "KEPT - NO HISTORY" TO CalcAction
                ADD 1 TO NoHistoryCount
             ELSE
                PERFORM ProposeLevel
             END-IF
          END-IF.
          ADD StkReorderLevel TO ArticleLevelSum.
          PERFORM WriteCalcDetail.

       SumSalesHistory.
          MOVE ZERO TO HistoryRecords.
          MOVE ZERO TO DemandTotal.
          MOVE StkArticleId TO ShsArticleId.
          MOVE StkLocationId TO ShsLocationId.
          MOVE FirstWeekNo TO ShsWeekNo.
          START SalesHistFile KEY NOT LESS THAN ShsKey
             INVALID KEY SET SalesHistEnd TO TRUE
          END-START.
          IF NOT SalesHistEnd
             PERFORM ReadSalesHistory
             PERFORM UNTIL SalesHistEnd
                OR ShsArticleId NOT = StkArticleId
                OR ShsLocationId NOT = StkLocationId
                OR ShsWeekNo > LastWeekNo
                ADD 1 TO HistoryRecords
                ADD ShsQuantity TO DemandTotal
                PERFORM ReadSalesHistory
             END-PERFORM
          END-IF.
          MOVE '00' TO SalesHistStatus.
          IF DemandTotal < ZERO
             MOVE ZERO TO DemandTotal
          END-IF.

       ReadSalesHistory.
          READ SalesHistFile NEXT RECORD
             AT END SET SalesHistEnd TO TRUE
          END-READ.

      * Weeks with no record sold nothing, so the average is over
      * the whole window, not just the weeks that had sales. The
      * level is worked out in one go from the window total so it
      * is only rounded once.
       ProposeLevel.
          COMPUTE AvgWeeklyDemand ROUNDED = DemandTotal / HistoryWeeks.
          COMPUTE CoverDays = FoundLeadDays + SafetyDays.
          COMPUTE NewLevel ROUNDED =
             DemandTotal * CoverDays / (HistoryWeeks * 7).
          IF NewLevel > 999999
             MOVE 999999 TO NewLevel
          END-IF.
          COMPUTE LevelDelta = NewLevel - OldLevel.
          IF LevelDelta < ZERO
             COMPUTE AbsDelta = ZERO - LevelDelta
          ELSE
             MOVE LevelDelta TO AbsDelta
          END-IF.
          IF OldLevel = ZERO
             MOVE 999.9 TO ChangePct
          ELSE
             COMPUTE ChangePct ROUNDED = LevelDelta * 100 / OldLevel
          END-IF.
          IF AbsDelta = ZERO
             OR AbsDelta * 100 NOT > OldLevel * ThresholdPct
             MOVE "KEPT - WITHIN LIMIT" TO CalcAction
             ADD 1 TO HeldCount
          ELSE
             PERFORM ApplyNewLevel
          END-IF.

       ApplyNewLevel.
          MOVE NewLevel TO StkReorderLevel.
          REWRITE StockLocationRecord.
          IF StockFileOk
             MOVE "APPLIED" TO CalcAction
             ADD 1 TO AppliedCount
             SET ArticleChanged TO TRUE
          ELSE
             MOVE "REWRITE FAILED" TO CalcAction
             ADD 1 TO ErrorCount
             MOVE OldLevel TO StkReorderLevel
          END-IF.

       WriteHeadings.
          MOVE TodayDate TO HeadDate.
          WRITE ReportLine FROM HeadingLine1.
          MOVE HistoryWeeks TO HeadWeeks.
          MOVE SafetyDays TO HeadSafety.
          MOVE ThresholdPct TO HeadThreshold.
          MOVE FirstWeekNo TO HeadFirstWeek.
          MOVE LastWeekNo TO HeadLastWeek.
          WRITE ReportLine FROM HeadingLine2.
          WRITE ReportLine FROM SPACES.
          WRITE ReportLine FROM ColumnHeading.

       WriteCalcDetail.
          MOVE StkArticleId TO RdArticleId.
          MOVE StkLocationId TO RdLocationId.
          MOVE CurrentDesc TO RdDesc.
          MOVE CurrentSupplierId TO RdSupplierId.
          MOVE FoundLeadDays TO RdLeadDays.
          MOVE AvgWeeklyDemand TO RdAvgWeekly.
          MOVE OldLevel TO RdOldLevel.
          MOVE NewLevel TO RdNewLevel.
          IF ChangePct > 999.9
             MOVE 999.9 TO RdChangePct
          ELSE
             MOVE ChangePct TO RdChangePct
          END-IF.
          MOVE CalcAction TO RdAction.
          WRITE ReportLine FROM CalcDetail.

       WriteSummary.
          WRITE ReportLine FROM SPACES.
          MOVE StockReadCount TO SumRead.
          WRITE ReportLine FROM SummaryLine1.
          MOVE AppliedCount TO SumApplied.
          WRITE ReportLine FROM SummaryLine2.
          MOVE HeldCount TO SumHeld.
          WRITE ReportLine FROM SummaryLine3.
          MOVE NoHistoryCount TO SumNoHistory.
          WRITE ReportLine FROM SummaryLine4.
          MOVE SkippedCount TO SumSkipped.
          WRITE ReportLine FROM SummaryLine5.
          MOVE ArticleResetCount TO SumReset.
          WRITE ReportLine FROM SummaryLine6.

      * Day numbering with floored DIVIDEs so each term truncates
      * on its own.
       ComputeDayNumber.
          COMPUTE DnMPrime = DnMonth + 9.
          DIVIDE DnMPrime BY 12 GIVING DnWork REMAINDER DnMPrime.
          DIVIDE DnMPrime BY 10 GIVING DnWork.
          COMPUTE DnYPrime = DnYear - DnWork.
          DIVIDE DnYPrime BY 4 GIVING DnQuot4.
          DIVIDE DnYPrime BY 100 GIVING DnQuot100.
          DIVIDE DnYPrime BY 400 GIVING DnQuot400.
          COMPUTE DnTemp = (DnMPrime * 306) + 5.
          DIVIDE DnTemp BY 10 GIVING DnMonthDays.
          COMPUTE DayNumber = (365 * DnYPrime) + DnQuot4
             - DnQuot100 + DnQuot400 + DnMonthDays + DnDay - 1.
