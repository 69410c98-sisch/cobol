       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHRPT.
       AUTHOR. Simon Schliesky.
       DATE-WRITTEN. 15/10/2026.

      * Nightly cash-up report, run in the chain after SALESPST has
      * posted the day's register sales. Every cash-up date with a
      * declaration on cashDecl.dat (keyed through CASHUP) not yet
      * reported is reported in full: per location and register the
      * sales SALESPST posted for that date (salesPosted.dat, by
      * SpdSaleDate, register and tender type) are the expected cash,
      * card and voucher takings, set against what the shift manager
      * declared, with the over or short amount per tender and for
      * the register. A register that sold but was never declared
      * is reported as NOT DECLARED. A register out by more than the
      * tolerance on any tender is listed for the store manager; the
      * tolerance and the repeat count come from cashParm.dat (5.00
      * and 3 dates when the file or a figure is missing). Every
      * register reported goes on the over/short history
      * (cashHist.dat), and the registers out of tolerance on at
      * least the repeat count of dates in the month of the latest
      * date reported are listed as repeat offenders. The
      * declarations are then marked reported, so a date is only
      * reported again when one of its declarations is corrected.
      * Sales SALESPST rejected are still on salesDay.dat but were
      * paid for at the till, so those for the dates being reported
      * go into the expected takings from there by SlsSaleDate;
      * once fixed they post under a date already reported and are
      * not counted again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ParmFile
             ASSIGN TO "cashParm.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ParmFileStatus.
          SELECT CashDeclFile
             ASSIGN TO "cashDecl.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CdcKey
             FILE STATUS IS CashDeclStatus.
          SELECT PostedSalesFile
             ASSIGN TO "salesPosted.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PostedSalesStatus.
          SELECT SalesDayFile
             ASSIGN TO "salesDay.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SalesDayStatus.
          SELECT CashHistFile
             ASSIGN TO "cashHist.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ChsKey
             FILE STATUS IS CashHistStatus.
          SELECT CashUpReport
             ASSIGN TO "cashUp.rpt"
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT StepCountFile
             ASSIGN TO "stepCount.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ParmFile.
          COPY cashparm.

       FD CashDeclFile.
          COPY cashdecl.

       FD PostedSalesFile.
          COPY slspost.

       FD SalesDayFile.
          COPY salesln.

       FD CashHistFile.
          COPY cashhist.

       FD CashUpReport.
       01 ReportLine  PIC X(100).

       FD StepCountFile.
          COPY stepcnt.

       WORKING-STORAGE SECTION.
       01 ParmFileStatus    PIC X(02).
          88 ParmFileOk         VALUE '00'.

       01 CashDeclStatus    PIC X(02).
          88 CashDeclOk         VALUE '00'.
          88 CashDeclEnd        VALUE '10'.
          88 CashDeclNotFound   VALUE '23'.

       01 PostedSalesStatus PIC X(02).
          88 PostedSalesOk      VALUE '00'.
          88 PostedSalesEnd     VALUE '10'.

       01 SalesDayStatus    PIC X(02).
          88 SalesDayOk         VALUE '00'.
          88 SalesDayEnd        VALUE '10'.

       01 CashHistStatus    PIC X(02).
          88 CashHistOk         VALUE '00'.
          88 CashHistEnd        VALUE '10'.
          88 CashHistDuplicate  VALUE '22'.

       01 Tolerance         PIC 9(5)V99.
       01 RepeatDays        PIC 9(02).
       01 DefaultTolerance  PIC 9(5)V99 VALUE 5.00.
       01 DefaultRepeatDays PIC 9(02) VALUE 3.

       01 TodayDate         PIC 9(08).

       01 DateTable.
          02 ReportDate OCCURS 31 TIMES PIC 9(8).
       01 DateCount         PIC 9(02) VALUE ZERO.
       01 DateSub           PIC 9(02) VALUE ZERO.
       01 DateLimit         PIC 9(02) VALUE 31.
       01 DateFound-Sw      PIC X(01) VALUE 'N'.
          88 DateFound      VALUE 'Y'.
       01 DateTableFull-Sw  PIC X(01) VALUE 'N'.
          88 DateTableFull  VALUE 'Y'.

       01 RegisterTable.
          02 RegisterEntry OCCURS 500 TIMES.
             03 RgtKey.
                04 RgtDate       PIC 9(8).
                04 RgtLocationId PIC 9(3).
                04 RgtRegisterId PIC 9(3).
             03 RgtExpAmount OCCURS 3 TIMES PIC S9(9)V99.
             03 RgtDecAmount OCCURS 3 TIMES PIC S9(9)V99.
             03 RgtDeclState     PIC X(01).
                88 RgtIsDeclared    VALUE 'Y'.
             03 RgtToleranceState PIC X(01).
                88 RgtOutOfTolerance VALUE 'Y'.
             03 RgtOverShort     PIC S9(9)V99.
       01 RegisterCount     PIC 9(03) VALUE ZERO.
       01 RegisterSub       PIC 9(03) VALUE ZERO.
       01 RegisterLimit     PIC 9(03) VALUE 500.
       01 InsertSub         PIC 9(03) VALUE ZERO.
       01 ShuffleSub        PIC 9(03) VALUE ZERO.
       01 RegisterFound-Sw  PIC X(01) VALUE 'N'.
          88 RegisterFound  VALUE 'Y'.
       01 RegisterFull-Sw   PIC X(01) VALUE 'N'.
          88 RegisterTableFull VALUE 'Y'.
       01 InsertPlace-Sw    PIC X(01) VALUE 'N'.
          88 InsertPlaceFound VALUE 'Y'.

       01 SearchKey.
          02 SearchDate        PIC 9(8).
          02 SearchLocationId  PIC 9(3).
          02 SearchRegisterId  PIC 9(3).

       01 TenderNames.
          02 FILLER PIC X(08) VALUE "CASH".
          02 FILLER PIC X(08) VALUE "CARD".
          02 FILLER PIC X(08) VALUE "VOUCHER".
       01 TenderNameTable REDEFINES TenderNames.
          02 TenderName OCCURS 3 TIMES PIC X(08).
       01 TenderSub         PIC 9(01) VALUE ZERO.

       01 SaleGross         PIC S9(10)V99.
       01 TenderDiff        PIC S9(9)V99.
       01 AbsDiff           PIC 9(9)V99.
       01 RegExpected       PIC S9(9)V99.
       01 RegDeclared       PIC S9(9)V99.

       01 BreakDate         PIC 9(08) VALUE ZERO.
       01 BreakLocationId   PIC 9(03) VALUE ZERO.
       01 LocExpected       PIC S9(10)V99 VALUE ZERO.
       01 LocDeclared       PIC S9(10)V99 VALUE ZERO.
       01 LocOverShort      PIC S9(10)V99 VALUE ZERO.

       01 MonthFromDate     PIC 9(08).
       01 MonthFromParts REDEFINES MonthFromDate.
          02 MonthFromYm    PIC 9(06).
          02 MonthFromDay   PIC 9(02).
       01 MonthToDate       PIC 9(08).

       01 OffenderTable.
          02 OffenderEntry OCCURS 200 TIMES.
             03 OffLocationId    PIC 9(3).
             03 OffRegisterId    PIC 9(3).
             03 OffDates         PIC 9(3).
             03 OffOutDates      PIC 9(3).
             03 OffOverShort     PIC S9(9)V99.
       01 OffenderCount     PIC 9(03) VALUE ZERO.
       01 OffenderSub       PIC 9(03) VALUE ZERO.
       01 OffenderFound-Sw  PIC X(01) VALUE 'N'.
          88 OffenderFound  VALUE 'Y'.

       01 CashCounters.
          02 DeclReadCount   PIC 9(06) VALUE ZERO.
          02 SalesMatched    PIC 9(06) VALUE ZERO.
          02 UnpostedMatched PIC 9(06) VALUE ZERO.
          02 NoTenderCount   PIC 9(06) VALUE ZERO.
          02 RegistersReported PIC 9(06) VALUE ZERO.
          02 NotDeclaredCount PIC 9(06) VALUE ZERO.
          02 OutCount        PIC 9(06) VALUE ZERO.
          02 RepeatCount     PIC 9(06) VALUE ZERO.

       01 HeadingLine1.
          02 FILLER PIC X(30) VALUE "CASH-UP OVER/SHORT REPORT".
          02 HeadDate        PIC 9(08).

       01 HeadingLine2.
          02 FILLER PIC X(11) VALUE "TOLERANCE: ".
          02 HeadTolerance   PIC ZZ,ZZ9.99.
          02 FILLER PIC X(18) VALUE "   REPEAT AFTER: ".
          02 HeadRepeat      PIC Z9.
          02 FILLER PIC X(17) VALUE " DATES IN MONTH".

       01 ColumnHeading.
          02 FILLER PIC X(10) VALUE "DATE".
          02 FILLER PIC X(05) VALUE "LOC".
          02 FILLER PIC X(05) VALUE "REG".
          02 FILLER PIC X(10) VALUE "TENDER".
          02 FILLER PIC X(15) VALUE "      EXPECTED".
          02 FILLER PIC X(15) VALUE "      DECLARED".
          02 FILLER PIC X(15) VALUE "    OVER/SHORT".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(16) VALUE "REMARK".

       01 CashDetail.
          02 CudDate         PIC 9(08).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 CudLocationId   PIC 9(03).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 CudRegisterId   PIC 9(03).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 CudTender       PIC X(08).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 CudExpected     PIC -ZZZ,ZZZ,ZZ9.99.
          02 CudDeclared     PIC -ZZZ,ZZZ,ZZ9.99.
          02 CudOverShort    PIC -ZZZ,ZZZ,ZZ9.99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 CudRemark       PIC X(16).

       01 LocationTotalLine.
          02 FILLER          PIC X(20) VALUE "LOCATION TOTAL".
          02 LtlLocationId   PIC 9(03).
          02 FILLER          PIC X(07) VALUE SPACES.
          02 LtlExpected     PIC -ZZZ,ZZZ,ZZ9.99.
          02 LtlDeclared     PIC -ZZZ,ZZZ,ZZ9.99.
          02 LtlOverShort    PIC -ZZZ,ZZZ,ZZ9.99.

       01 OutHeading.
          02 FILLER PIC X(40) VALUE "REGISTERS OUT OF TOLERANCE".

       01 OutDetail.
          02 OutDate         PIC 9(08).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 OutLocationId   PIC 9(03).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 OutRegisterId   PIC 9(03).
          02 FILLER          PIC X(12) VALUE SPACES.
          02 OutOverShort    PIC -ZZZ,ZZZ,ZZ9.99.
          02 FILLER          PIC X(32) VALUE SPACES.
          02 OutRemark       PIC X(16).

       01 RepeatHeading1.
          02 FILLER PIC X(35) VALUE "REPEAT OFFENDERS - MONTH TO DATE ".
          02 RepMonth        PIC 9(06).

       01 RepeatHeading2.
          02 FILLER PIC X(05) VALUE "LOC".
          02 FILLER PIC X(05) VALUE "REG".
          02 FILLER PIC X(08) VALUE "  DATES".
          02 FILLER PIC X(08) VALUE "    OUT".
          02 FILLER PIC X(15) VALUE "    OVER/SHORT".

       01 RepeatDetail.
          02 RpdLocationId   PIC 9(03).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RpdRegisterId   PIC 9(03).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RpdDates        PIC ZZZ,ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 RpdOutDates     PIC ZZZ,ZZ9.
          02 RpdOverShort    PIC -ZZZ,ZZZ,ZZ9.99.

       01 SummaryLine1.
          02 FILLER          PIC X(24) VALUE "CASH-UP DATES REPORTED .".
          02 SumDates        PIC ZZZ,ZZ9.

       01 SummaryLine2.
          02 FILLER          PIC X(24) VALUE "REGISTERS REPORTED .....".
          02 SumRegisters    PIC ZZZ,ZZ9.

       01 SummaryLine3.
          02 FILLER          PIC X(24) VALUE "NOT DECLARED ...........".
          02 SumNotDeclared  PIC ZZZ,ZZ9.

       01 SummaryLine4.
          02 FILLER          PIC X(24) VALUE "OUT OF TOLERANCE .......".
          02 SumOut          PIC ZZZ,ZZ9.

       01 SummaryLine5.
          02 FILLER          PIC X(24) VALUE "REPEAT OFFENDERS .......".
          02 SumRepeat       PIC ZZZ,ZZ9.

       01 SummaryLine6.
          02 FILLER          PIC X(24) VALUE "SALES WITH NO TENDER ...".
          02 SumNoTender     PIC ZZZ,ZZ9.

       01 SummaryLine7.
          02 FILLER          PIC X(24) VALUE "UNPOSTED SALES INCLUDED ".
          02 SumUnposted     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          PERFORM ReadParameters.
          OPEN I-O CashDeclFile.
          IF NOT CashDeclOk
             DISPLAY "No cash-up declarations on file - nothing to"
                " report"
             PERFORM WriteStepCount
             GOBACK
          END-IF.
          PERFORM CollectReportDates.
          IF DateCount = ZERO
             DISPLAY "No new cash-up declarations - nothing to report"
             CLOSE CashDeclFile
             PERFORM WriteStepCount
             GOBACK
          END-IF.
          IF DateTableFull
             DISPLAY "More than " DateLimit " cash-up dates waiting -"
                " the rest are reported on the next run"
          END-IF.
          PERFORM LoadDeclarations.
          PERFORM LoadPostedSales.
          PERFORM LoadUnpostedSales.
          IF RegisterTableFull
             DISPLAY "More than " RegisterLimit " registers to report"
                " - nothing reported, raise the table size"
             CLOSE CashDeclFile
             PERFORM WriteStepCount
             GOBACK
          END-IF.
          PERFORM OpenCashHistFile.
          OPEN OUTPUT CashUpReport.
          PERFORM WriteHeadings.
          PERFORM VARYING RegisterSub FROM 1 BY 1
             UNTIL RegisterSub > RegisterCount
             PERFORM ReportRegister
          END-PERFORM.
          PERFORM FinishLocation.
          PERFORM WriteOutOfTolerance.
          PERFORM WriteRepeatOffenders.
          PERFORM WriteSummary.
          CLOSE CashUpReport.
          CLOSE CashHistFile.
          PERFORM MarkDeclarationsReported.
          CLOSE CashDeclFile.
          DISPLAY "Registers reported : " RegistersReported.
          DISPLAY "Out of tolerance   : " OutCount.
          DISPLAY "Repeat offenders   : " RepeatCount.
          PERFORM WriteStepCount.
          GOBACK.

       WriteStepCount.
          OPEN OUTPUT StepCountFile.
          MOVE "CASHRPT" TO StepProgramId.
          MOVE RegistersReported TO StepRecordCount.
          MOVE OutCount TO StepErrorCount.
          WRITE StepCountRecord.
          CLOSE StepCountFile.

       ReadParameters.
          MOVE ZERO TO Tolerance.
          MOVE ZERO TO RepeatDays.
          OPEN INPUT ParmFile.
          IF ParmFileOk
             READ ParmFile
                AT END MOVE SPACES TO CashParmRecord
             END-READ
             IF CprTolerance NUMERIC
                MOVE CprTolerance TO Tolerance
             END-IF
             IF CprRepeatDays NUMERIC
                MOVE CprRepeatDays TO RepeatDays
             END-IF
             CLOSE ParmFile
          END-IF.
          IF Tolerance = ZERO
             MOVE DefaultTolerance TO Tolerance
          END-IF.
          IF RepeatDays = ZERO
             MOVE DefaultRepeatDays TO RepeatDays
          END-IF.

       OpenCashHistFile.
          OPEN I-O CashHistFile.
          IF CashHistStatus = '35'
             OPEN OUTPUT CashHistFile
             CLOSE CashHistFile
             OPEN I-O CashHistFile
          END-IF.

      *****************************************************************
      * The dates to report are those with any declaration not yet
      * reported; the file is in date order, so they come in order.
      *****************************************************************
       CollectReportDates.
          PERFORM StartCashDecl.
          PERFORM UNTIL CashDeclEnd OR DateTableFull
             IF CdcNotReported
                PERFORM NoteReportDate
             END-IF
             IF NOT DateTableFull
                PERFORM ReadCashDecl
             END-IF
          END-PERFORM.

       StartCashDecl.
          MOVE ZERO TO CdcDate.
          MOVE ZERO TO CdcLocationId.
          MOVE ZERO TO CdcRegisterId.
          START CashDeclFile KEY NOT LESS THAN CdcKey
             INVALID KEY SET CashDeclEnd TO TRUE
          END-START.
          IF NOT CashDeclEnd
             PERFORM ReadCashDecl
          END-IF.

       ReadCashDecl.
          READ CashDeclFile NEXT RECORD
             AT END SET CashDeclEnd TO TRUE
          END-READ.

       NoteReportDate.
          MOVE CdcDate TO SearchDate.
          PERFORM PickReportDate.
          IF NOT DateFound
             IF DateCount = DateLimit
                SET DateTableFull TO TRUE
             ELSE
                ADD 1 TO DateCount
                MOVE CdcDate TO ReportDate(DateCount)
             END-IF
          END-IF.

       PickReportDate.
          MOVE 'N' TO DateFound-Sw.
          PERFORM VARYING DateSub FROM 1 BY 1
             UNTIL DateSub > DateCount OR DateFound
             IF ReportDate(DateSub) = SearchDate
                SET DateFound TO TRUE
             END-IF
          END-PERFORM.

      * Every declaration of a date being reported is loaded, the
      * ones reported before as well, so the date is complete.
       LoadDeclarations.
          PERFORM StartCashDecl.
          PERFORM UNTIL CashDeclEnd
             MOVE CdcDate TO SearchDate
             PERFORM PickReportDate
             IF DateFound
                ADD 1 TO DeclReadCount
                MOVE CdcDate TO SearchDate
                MOVE CdcLocationId TO SearchLocationId
                MOVE CdcRegisterId TO SearchRegisterId
                PERFORM PickRegisterEntry
                IF RegisterFound
                   SET RgtIsDeclared(RegisterSub) TO TRUE
                   MOVE CdcCashAmount TO RgtDecAmount(RegisterSub, 1)
                   MOVE CdcCardAmount TO RgtDecAmount(RegisterSub, 2)
                   MOVE CdcVoucherAmount
                      TO RgtDecAmount(RegisterSub, 3)
                END-IF
             END-IF
             PERFORM ReadCashDecl
          END-PERFORM.

      * A sale rung up with no tender type - the day-file from
      * before tenders were keyed - is counted as cash.
       LoadPostedSales.
          OPEN INPUT PostedSalesFile.
          IF PostedSalesOk
             PERFORM ReadPostedSale
             PERFORM UNTIL PostedSalesEnd
                MOVE SpdSaleDate TO SearchDate
                PERFORM PickReportDate
                IF DateFound
                   PERFORM AddPostedSale
                END-IF
                PERFORM ReadPostedSale
             END-PERFORM
             CLOSE PostedSalesFile
          END-IF.

       ReadPostedSale.
          READ PostedSalesFile
             AT END SET PostedSalesEnd TO TRUE
          END-READ.

       AddPostedSale.
          ADD 1 TO SalesMatched.
          MOVE SpdSaleDate TO SearchDate.
          MOVE SpdLocationId TO SearchLocationId.
          IF SpdRegisterId NUMERIC
             MOVE SpdRegisterId TO SearchRegisterId
          ELSE
             MOVE ZERO TO SearchRegisterId
          END-IF.
          PERFORM PickRegisterEntry.
          IF RegisterFound
             IF SpdPaidCard
                MOVE 2 TO TenderSub
             ELSE IF SpdPaidVoucher
                MOVE 3 TO TenderSub
             ELSE
                MOVE 1 TO TenderSub
                IF NOT SpdPaidCash
                   ADD 1 TO NoTenderCount
                END-IF
             END-IF
             COMPUTE SaleGross = SpdNet + SpdVat
             ADD SaleGross TO RgtExpAmount(RegisterSub, TenderSub)
          END-IF.

      * A line with no sale date takes the date SALESPST posts it on,
      * so it cannot belong to a date being reported.
       LoadUnpostedSales.
          OPEN INPUT SalesDayFile.
          IF SalesDayOk
             PERFORM ReadSalesDay
             PERFORM UNTIL SalesDayEnd
                IF SlsSaleDate NUMERIC AND SlsSaleDate NOT = ZERO
                   MOVE SlsSaleDate TO SearchDate
                   PERFORM PickReportDate
                   IF DateFound
                      PERFORM AddUnpostedSale
                   END-IF
                END-IF
                PERFORM ReadSalesDay
             END-PERFORM
             CLOSE SalesDayFile
          END-IF.

       ReadSalesDay.
          READ SalesDayFile
             AT END SET SalesDayEnd TO TRUE
          END-READ.

       AddUnpostedSale.
          ADD 1 TO UnpostedMatched.
          MOVE SlsSaleDate TO SearchDate.
          MOVE SlsLocationId TO SearchLocationId.
          IF SlsRegisterId NUMERIC
             MOVE SlsRegisterId TO SearchRegisterId
          ELSE
             MOVE ZERO TO SearchRegisterId
          END-IF.
          PERFORM PickRegisterEntry.
          IF RegisterFound
             IF SlsPaidCard
                MOVE 2 TO TenderSub
             ELSE IF SlsPaidVoucher
                MOVE 3 TO TenderSub
             ELSE
                MOVE 1 TO TenderSub
                IF NOT SlsPaidCash
                   ADD 1 TO NoTenderCount
                END-IF
             END-IF
             COMPUTE SaleGross = SlsQuantity * SlsUnitPrice
             ADD SaleGross TO RgtExpAmount(RegisterSub, TenderSub)
          END-IF.

      * Finds the register entry for SearchKey, or inserts a new one
      * in key order so the report comes out by date, location and
      * register. The VARYING loop has stepped one past the match by
      * the time it sees the flag, so step back onto the matched
      * entry.
       PickRegisterEntry.
          MOVE 'N' TO RegisterFound-Sw.
          PERFORM VARYING RegisterSub FROM 1 BY 1
             UNTIL RegisterSub > RegisterCount OR RegisterFound
             IF RgtKey(RegisterSub) = SearchKey
                SET RegisterFound TO TRUE
             END-IF
          END-PERFORM.
          IF RegisterFound
             SUBTRACT 1 FROM RegisterSub
          ELSE
             PERFORM InsertRegisterEntry
          END-IF.

       InsertRegisterEntry.
          IF RegisterCount = RegisterLimit
             SET RegisterTableFull TO TRUE
          ELSE
             MOVE RegisterCount TO InsertSub
             MOVE 'N' TO InsertPlace-Sw
             PERFORM UNTIL InsertSub = ZERO OR InsertPlaceFound
                IF RgtKey(InsertSub) < SearchKey
                   SET InsertPlaceFound TO TRUE
                ELSE
                   MOVE InsertSub TO ShuffleSub
                   ADD 1 TO ShuffleSub
                   MOVE RegisterEntry(InsertSub)
                      TO RegisterEntry(ShuffleSub)
                   SUBTRACT 1 FROM InsertSub
                END-IF
             END-PERFORM
             ADD 1 TO InsertSub
             INITIALIZE RegisterEntry(InsertSub)
             MOVE SearchKey TO RgtKey(InsertSub)
             MOVE 'N' TO RgtDeclState(InsertSub)
             MOVE 'N' TO RgtToleranceState(InsertSub)
             ADD 1 TO RegisterCount
             MOVE InsertSub TO RegisterSub
             SET RegisterFound TO TRUE
          END-IF.

       WriteHeadings.
          MOVE TodayDate TO HeadDate.
          WRITE ReportLine FROM HeadingLine1.
          MOVE Tolerance TO HeadTolerance.
          MOVE RepeatDays TO HeadRepeat.
          WRITE ReportLine FROM HeadingLine2.
          WRITE ReportLine FROM SPACES.
          WRITE ReportLine FROM ColumnHeading.

      *****************************************************************
      * One line per tender and a register total; a register is out
      * of tolerance when any one tender is out by more than the
      * tolerance, either way.
      *****************************************************************
       ReportRegister.
          IF RgtDate(RegisterSub) NOT = BreakDate
             OR RgtLocationId(RegisterSub) NOT = BreakLocationId
             PERFORM FinishLocation
             MOVE RgtDate(RegisterSub) TO BreakDate
             MOVE RgtLocationId(RegisterSub) TO BreakLocationId
          END-IF.
          ADD 1 TO RegistersReported.
          MOVE ZERO TO RegExpected.
          MOVE ZERO TO RegDeclared.
          PERFORM VARYING TenderSub FROM 1 BY 1 UNTIL TenderSub > 3
             PERFORM ReportTender
          END-PERFORM.
          COMPUTE RgtOverShort(RegisterSub) =
             RegDeclared - RegExpected.
          IF NOT RgtIsDeclared(RegisterSub)
             SET RgtOutOfTolerance(RegisterSub) TO TRUE
             ADD 1 TO NotDeclaredCount
          END-IF.
          IF RgtOutOfTolerance(RegisterSub)
             ADD 1 TO OutCount
          END-IF.
          MOVE RgtDate(RegisterSub) TO CudDate.
          MOVE RgtLocationId(RegisterSub) TO CudLocationId.
          MOVE RgtRegisterId(RegisterSub) TO CudRegisterId.
          MOVE "TOTAL" TO CudTender.
          MOVE RegExpected TO CudExpected.
          MOVE RegDeclared TO CudDeclared.
          MOVE RgtOverShort(RegisterSub) TO CudOverShort.
          PERFORM SetRegisterRemark.
          MOVE OutRemark TO CudRemark.
          WRITE ReportLine FROM CashDetail.
          WRITE ReportLine FROM SPACES.
          ADD RegExpected TO LocExpected.
          ADD RegDeclared TO LocDeclared.
          PERFORM WriteCashHistory.

       ReportTender.
          COMPUTE TenderDiff = RgtDecAmount(RegisterSub, TenderSub)
             - RgtExpAmount(RegisterSub, TenderSub).
          IF TenderDiff < ZERO
             COMPUTE AbsDiff = ZERO - TenderDiff
          ELSE
             MOVE TenderDiff TO AbsDiff
          END-IF.
          IF AbsDiff > Tolerance
             SET RgtOutOfTolerance(RegisterSub) TO TRUE
          END-IF.
          ADD RgtExpAmount(RegisterSub, TenderSub) TO RegExpected.
          ADD RgtDecAmount(RegisterSub, TenderSub) TO RegDeclared.
          MOVE RgtDate(RegisterSub) TO CudDate.
          MOVE RgtLocationId(RegisterSub) TO CudLocationId.
          MOVE RgtRegisterId(RegisterSub) TO CudRegisterId.
          MOVE TenderName(TenderSub) TO CudTender.
          MOVE RgtExpAmount(RegisterSub, TenderSub) TO CudExpected.
          MOVE RgtDecAmount(RegisterSub, TenderSub) TO CudDeclared.
          MOVE TenderDiff TO CudOverShort.
          IF AbsDiff > Tolerance
             IF TenderDiff < ZERO
                MOVE "SHORT" TO CudRemark
             ELSE
                MOVE "OVER" TO CudRemark
             END-IF
          ELSE
             MOVE SPACES TO CudRemark
          END-IF.
          WRITE ReportLine FROM CashDetail.

       SetRegisterRemark.
          IF NOT RgtIsDeclared(RegisterSub)
             MOVE "NOT DECLARED" TO OutRemark
          ELSE IF RgtOutOfTolerance(RegisterSub)
             MOVE "OUT OF TOLERANCE" TO OutRemark
          ELSE
             MOVE SPACES TO OutRemark
          END-IF.

       FinishLocation.
          IF BreakDate NOT = ZERO
             COMPUTE LocOverShort = LocDeclared - LocExpected
             MOVE BreakLocationId TO LtlLocationId
             MOVE LocExpected TO LtlExpected
             MOVE LocDeclared TO LtlDeclared
             MOVE LocOverShort TO LtlOverShort
             WRITE ReportLine FROM LocationTotalLine
             WRITE ReportLine FROM SPACES
          END-IF.
          MOVE ZERO TO LocExpected.
          MOVE ZERO TO LocDeclared.

      * A date reported again replaces what was kept for it.
       WriteCashHistory.
          MOVE RgtKey(RegisterSub) TO ChsKey.
          MOVE RegExpected TO ChsExpected.
          MOVE RegDeclared TO ChsDeclared.
          MOVE RgtOverShort(RegisterSub) TO ChsOverShort.
          IF RgtOutOfTolerance(RegisterSub)
             SET ChsOutOfTolerance TO TRUE
          ELSE
             SET ChsWithinTolerance TO TRUE
          END-IF.
          WRITE CashHistRecord.
          IF CashHistDuplicate
             REWRITE CashHistRecord
          END-IF.
          IF NOT CashHistOk
             DISPLAY "Cash history write failed for location "
                ChsLocationId " register " ChsRegisterId
                " - status " CashHistStatus
          END-IF.

       WriteOutOfTolerance.
          WRITE ReportLine FROM OutHeading.
          PERFORM VARYING RegisterSub FROM 1 BY 1
             UNTIL RegisterSub > RegisterCount
             IF RgtOutOfTolerance(RegisterSub)
                MOVE RgtDate(RegisterSub) TO OutDate
                MOVE RgtLocationId(RegisterSub) TO OutLocationId
                MOVE RgtRegisterId(RegisterSub) TO OutRegisterId
                MOVE RgtOverShort(RegisterSub) TO OutOverShort
                PERFORM SetRegisterRemark
                WRITE ReportLine FROM OutDetail
             END-IF
          END-PERFORM.
          WRITE ReportLine FROM SPACES.

      *****************************************************************
      * The month to date is the month of the latest date reported;
      * the history is read from its first day by key.
      *****************************************************************
       WriteRepeatOffenders.
          MOVE ReportDate(DateCount) TO MonthFromDate.
          MOVE 01 TO MonthFromDay.
          MOVE ReportDate(DateCount) TO MonthToDate.
          MOVE MonthFromYm TO RepMonth.
          WRITE ReportLine FROM RepeatHeading1.
          WRITE ReportLine FROM RepeatHeading2.
          MOVE MonthFromDate TO ChsDate.
          MOVE ZERO TO ChsLocationId.
          MOVE ZERO TO ChsRegisterId.
          START CashHistFile KEY NOT LESS THAN ChsKey
             INVALID KEY SET CashHistEnd TO TRUE
          END-START.
          IF NOT CashHistEnd
             PERFORM ReadCashHist
          END-IF.
          PERFORM UNTIL CashHistEnd OR ChsDate > MonthToDate
             PERFORM AddOffenderDate
             PERFORM ReadCashHist
          END-PERFORM.
          PERFORM VARYING OffenderSub FROM 1 BY 1
             UNTIL OffenderSub > OffenderCount
             IF OffOutDates(OffenderSub) NOT < RepeatDays
                ADD 1 TO RepeatCount
                MOVE OffLocationId(OffenderSub) TO RpdLocationId
                MOVE OffRegisterId(OffenderSub) TO RpdRegisterId
                MOVE OffDates(OffenderSub) TO RpdDates
                MOVE OffOutDates(OffenderSub) TO RpdOutDates
                MOVE OffOverShort(OffenderSub) TO RpdOverShort
                WRITE ReportLine FROM RepeatDetail
             END-IF
          END-PERFORM.
          WRITE ReportLine FROM SPACES.

       ReadCashHist.
          READ CashHistFile NEXT RECORD
             AT END SET CashHistEnd TO TRUE
          END-READ.

       AddOffenderDate.
          MOVE 'N' TO OffenderFound-Sw.
          PERFORM VARYING OffenderSub FROM 1 BY 1
             UNTIL OffenderSub > OffenderCount OR OffenderFound
             IF OffLocationId(OffenderSub) = ChsLocationId
                AND OffRegisterId(OffenderSub) = ChsRegisterId
                SET OffenderFound TO TRUE
             END-IF
          END-PERFORM.
          IF OffenderFound
             SUBTRACT 1 FROM OffenderSub
          ELSE IF OffenderCount < 200
             ADD 1 TO OffenderCount
             MOVE OffenderCount TO OffenderSub
             MOVE ChsLocationId TO OffLocationId(OffenderSub)
             MOVE ChsRegisterId TO OffRegisterId(OffenderSub)
             MOVE ZERO TO OffDates(OffenderSub)
             MOVE ZERO TO OffOutDates(OffenderSub)
             MOVE ZERO TO OffOverShort(OffenderSub)
             SET OffenderFound TO TRUE
          END-IF.
          IF OffenderFound
             ADD 1 TO OffDates(OffenderSub)
             IF ChsOutOfTolerance
                ADD 1 TO OffOutDates(OffenderSub)
             END-IF
             ADD ChsOverShort TO OffOverShort(OffenderSub)
          END-IF.

       WriteSummary.
          MOVE DateCount TO SumDates.
          WRITE ReportLine FROM SummaryLine1.
          MOVE RegistersReported TO SumRegisters.
          WRITE ReportLine FROM SummaryLine2.
          MOVE NotDeclaredCount TO SumNotDeclared.
          WRITE ReportLine FROM SummaryLine3.
          MOVE OutCount TO SumOut.
          WRITE ReportLine FROM SummaryLine4.
          MOVE RepeatCount TO SumRepeat.
          WRITE ReportLine FROM SummaryLine5.
          MOVE NoTenderCount TO SumNoTender.
          WRITE ReportLine FROM SummaryLine6.
          MOVE UnpostedMatched TO SumUnposted.
          WRITE ReportLine FROM SummaryLine7.

       MarkDeclarationsReported.
          PERFORM VARYING RegisterSub FROM 1 BY 1
             UNTIL RegisterSub > RegisterCount
             IF RgtIsDeclared(RegisterSub)
                MOVE RgtKey(RegisterSub) TO CdcKey
                READ CashDeclFile
                   INVALID KEY SET CashDeclNotFound TO TRUE
                END-READ
                IF CashDeclOk
                   SET CdcIsReported TO TRUE
                   REWRITE CashDeclRecord
                END-IF
             END-IF
          END-PERFORM.
