       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPSCOR.
       AUTHOR. Simon Schliesky.
       DATE-WRITTEN. 15/10/2026.

      * Monthly supplier delivery scorecard, run as a monthly step of
      * the NIGHTRUN chain (an 'M' record in schedule.dat, run day 1)
      * so it scores the month just ended; scoreParm.dat can name a
      * different month to score again. One pass over purchOrder.dat
      * counts per supplier the lines ordered in the month, and for
      * the lines GOODSRCV closed in the month (PoReceiptDate): how
      * many arrived on or before PoDueDate, the fill rate - the
      * quantity received, capped at the quantity ordered so an over
      * delivery does not hide a short one, against the quantity
      * ordered - the short and over lines, and the average actual
      * lead time in days from PoOrderDate to PoReceiptDate against
      * the SupplierLeadDays on supplier.dat. scorecard.rpt has one
      * line per supplier with any lines in the month, followed by
      * the suppliers whose lead time is consistently longer than
      * their master figure - enough lines delivered in the month,
      * and enough of them taking longer than SupplierLeadDays, as
      * set on scoreParm.dat (3 lines and 75 percent when the file
      * or a figure is missing) - with the average actual lead time
      * as the suggested new value for purchasing to review in
      * SUPPMNT. Nothing on supplier.dat is changed here. PO lines
      * whose supplier is no longer on file are counted as errors.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ParmFile
             ASSIGN TO "scoreParm.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ParmFileStatus.
          SELECT PurchOrderFile
             ASSIGN TO "purchOrder.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PoKey
             FILE STATUS IS PurchOrderStatus.
          SELECT SupplierFile
             ASSIGN TO "supplier.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SupplierId
             FILE STATUS IS SupplierFileStatus.
          SELECT ScoreReport
             ASSIGN TO "scorecard.rpt"
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT StepCountFile
             ASSIGN TO "stepCount.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ParmFile.
          COPY scorparm.

       FD PurchOrderFile.
          COPY podtl.

       FD SupplierFile.
          COPY supdtl.

       FD ScoreReport.
       01 ReportLine  PIC X(110).

       FD StepCountFile.
          COPY stepcnt.

       WORKING-STORAGE SECTION.
       01 ParmFileStatus    PIC X(02).
          88 ParmFileOk         VALUE '00'.

       01 PurchOrderStatus  PIC X(02).
          88 PurchOrderOk       VALUE '00'.
          88 PurchOrderEnd      VALUE '10'.

       01 SupplierFileStatus PIC X(02).
          88 SupplierFileOk    VALUE '00'.
          88 SupplierFileEnd   VALUE '10'.

       01 ScoreMonth        PIC 9(06).
       01 ScoreMonthParts REDEFINES ScoreMonth.
          02 ScoreYear      PIC 9(04).
          02 ScoreMonthNo   PIC 9(02).
       01 MinLines          PIC 9(03).
       01 LongLeadPct       PIC 9(03).
       01 DefaultMinLines   PIC 9(03) VALUE 3.
       01 DefaultLongPct    PIC 9(03) VALUE 75.

       01 TodayDate         PIC 9(08).
       01 TodayParts REDEFINES TodayDate.
          02 TodayYear      PIC 9(04).
          02 TodayMonth     PIC 9(02).
          02 FILLER         PIC 9(02).
       01 MonthFromDate     PIC 9(08).
       01 MonthToDate       PIC 9(08).

       01 WorkDate          PIC 9(08).
       01 WorkDateParts REDEFINES WorkDate.
          02 WorkYear       PIC 9(04).
          02 WorkMonth      PIC 9(02).
          02 WorkDay        PIC 9(02).

       01 MonthDaysText     PIC X(24) VALUE "312831303130313130313031".
       01 MonthDaysTable REDEFINES MonthDaysText.
          02 MonthDays OCCURS 12 TIMES PIC 9(02).
       01 MonthLength       PIC 9(02).
       01 LeapRemainder     PIC 9(04).
       01 LeapQuotient      PIC 9(04).
       01 LeapYear-Sw       PIC X(01) VALUE 'N'.
          88 LeapYear       VALUE 'Y'.

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
       01 OrderDayNumber    PIC 9(07).
       01 LeadDays          PIC S9(05).
       01 FilledQty         PIC 9(06).

       01 SupplierTable.
          02 SupplierEntry OCCURS 200 TIMES INDEXED BY SupplierIdx.
             03 SupTableId       PIC 9(4).
             03 SupTableName     PIC X(20).
             03 SupTableLeadDays PIC 9(3).
             03 SupLinesOrdered  PIC 9(5).
             03 SupLinesReceived PIC 9(5).
             03 SupLinesOnTime   PIC 9(5).
             03 SupLinesShort    PIC 9(5).
             03 SupLinesOver     PIC 9(5).
             03 SupLinesLong     PIC 9(5).
             03 SupQtyOrdered    PIC 9(8).
             03 SupQtyFilled     PIC 9(8).
             03 SupLeadTotal     PIC 9(7).
             03 SupReview        PIC X(01).
                88 SupForReview  VALUE 'Y'.
       01 SupplierCount     PIC 9(03) VALUE ZERO.
       01 SupplierLimit     PIC 9(03) VALUE 200.
       01 SupplierFound-Sw  PIC X(01) VALUE 'N'.
          88 SupplierFound  VALUE 'Y'.

       01 OnTimePct         PIC 9(03)V9.
       01 FillPct           PIC 9(03)V9.
       01 AvgLeadDays       PIC 9(03)V9.
       01 SuggestedLead     PIC 9(03).

       01 ScoreCounters.
          02 PoLinesRead     PIC 9(06) VALUE ZERO.
          02 LinesOrdered    PIC 9(06) VALUE ZERO.
          02 LinesReceived   PIC 9(06) VALUE ZERO.
          02 SuppliersScored PIC 9(06) VALUE ZERO.
          02 ReviewCount     PIC 9(06) VALUE ZERO.
          02 ErrorCount      PIC 9(06) VALUE ZERO.

       01 HeadingLine1.
          02 FILLER PIC X(30) VALUE "SUPPLIER DELIVERY SCORECARD".
          02 HeadDate        PIC 9(08).

       01 HeadingLine2.
          02 FILLER PIC X(07) VALUE "MONTH: ".
          02 HeadMonth       PIC 9(06).
          02 FILLER PIC X(09) VALUE "   FROM: ".
          02 HeadFromDate    PIC 9(08).
          02 FILLER PIC X(07) VALUE "   TO: ".
          02 HeadToDate      PIC 9(08).
          02 FILLER PIC X(16) VALUE "   REVIEW FROM: ".
          02 HeadMinLines    PIC ZZ9.
          02 FILLER PIC X(10) VALUE " LINES AT ".
          02 HeadLongPct     PIC ZZ9.
          02 FILLER PIC X(11) VALUE "% LONG LEAD".

       01 ColumnHeading.
          02 FILLER PIC X(06) VALUE "SUPP".
          02 FILLER PIC X(22) VALUE "NAME".
          02 FILLER PIC X(08) VALUE " ORDERED".
          02 FILLER PIC X(08) VALUE "   RCVD".
          02 FILLER PIC X(09) VALUE " ON-TIME%".
          02 FILLER PIC X(08) VALUE "  FILL%".
          02 FILLER PIC X(07) VALUE "  SHORT".
          02 FILLER PIC X(07) VALUE "   OVER".
          02 FILLER PIC X(09) VALUE " AVG LEAD".
          02 FILLER PIC X(08) VALUE "  MASTER".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(06) VALUE "REVIEW".

       01 ScoreDetail.
          02 SdSupplierId    PIC 9(04).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 SdName          PIC X(20).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 SdOrdered       PIC ZZ,ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 SdReceived      PIC ZZ,ZZ9.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 SdOnTimePct     PIC ZZ9.9.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 SdFillPct       PIC ZZ9.9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 SdShort         PIC ZZ,ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 SdOver          PIC ZZ,ZZ9.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 SdAvgLead       PIC ZZ9.9.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 SdMasterLead    PIC ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 SdReview        PIC X(06).

       01 ReviewHeading1.
          02 FILLER PIC X(44)
             VALUE "LEAD TIMES FOR REVIEW IN SUPPMNT".

       01 ReviewHeading2.
          02 FILLER PIC X(06) VALUE "SUPP".
          02 FILLER PIC X(22) VALUE "NAME".
          02 FILLER PIC X(08) VALUE "   RCVD".
          02 FILLER PIC X(08) VALUE "    LONG".
          02 FILLER PIC X(08) VALUE "  MASTER".
          02 FILLER PIC X(09) VALUE " AVG LEAD".
          02 FILLER PIC X(11) VALUE "  SUGGESTED".

       01 ReviewDetail.
          02 RvSupplierId    PIC 9(04).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RvName          PIC X(20).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RvReceived      PIC ZZ,ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RvLong          PIC ZZ,ZZ9.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 RvMasterLead    PIC ZZ9.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 RvAvgLead       PIC ZZ9.9.
          02 FILLER          PIC X(08) VALUE SPACES.
          02 RvSuggested     PIC ZZ9.

       01 SummaryLine1.
          02 FILLER          PIC X(24) VALUE "PO LINES READ ..........".
          02 SumRead         PIC ZZZ,ZZ9.

       01 SummaryLine2.
          02 FILLER          PIC X(24) VALUE "LINES ORDERED IN MONTH .".
          02 SumOrdered      PIC ZZZ,ZZ9.

       01 SummaryLine3.
          02 FILLER          PIC X(24) VALUE "LINES RECEIVED IN MONTH ".
          02 SumReceived     PIC ZZZ,ZZ9.

       01 SummaryLine4.
          02 FILLER          PIC X(24) VALUE "SUPPLIERS SCORED .......".
          02 SumScored       PIC ZZZ,ZZ9.

       01 SummaryLine5.
          02 FILLER          PIC X(24) VALUE "FOR LEAD-TIME REVIEW ...".
          02 SumReview       PIC ZZZ,ZZ9.

       01 SummaryLine6.
          02 FILLER          PIC X(24) VALUE "SUPPLIER NOT ON FILE ...".
          02 SumErrors       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          PERFORM ReadParameters.
          PERFORM ComputeMonthWindow.
          OPEN INPUT PurchOrderFile.
          IF NOT PurchOrderOk
             DISPLAY "No purchase orders on file - no scorecard"
             PERFORM WriteStepCount
             GOBACK
          END-IF.
          PERFORM LoadSuppliers.
          PERFORM ReadPoLine.
          PERFORM UNTIL PurchOrderEnd
             ADD 1 TO PoLinesRead
             PERFORM ScorePoLine
             PERFORM ReadPoLine
          END-PERFORM.
          CLOSE PurchOrderFile.
          OPEN OUTPUT ScoreReport.
          PERFORM WriteHeadings.
          PERFORM VARYING SupplierIdx FROM 1 BY 1
             UNTIL SupplierIdx > SupplierCount
             IF SupLinesOrdered(SupplierIdx) > ZERO
                OR SupLinesReceived(SupplierIdx) > ZERO
                PERFORM WriteScoreDetail
             END-IF
          END-PERFORM.
          PERFORM WriteReviewList.
          PERFORM WriteSummary.
          CLOSE ScoreReport.
          DISPLAY "PO lines read        : " PoLinesRead.
          DISPLAY "Suppliers scored     : " SuppliersScored.
          DISPLAY "For lead-time review : " ReviewCount.
          PERFORM WriteStepCount.
          GOBACK.

       WriteStepCount.
          OPEN OUTPUT StepCountFile.
          MOVE "SUPPSCOR" TO StepProgramId.
          MOVE PoLinesRead TO StepRecordCount.
          MOVE ErrorCount TO StepErrorCount.
          WRITE StepCountRecord.
          CLOSE StepCountFile.

       ReadParameters.
          MOVE ZERO TO ScoreMonth.
          MOVE ZERO TO MinLines.
          MOVE ZERO TO LongLeadPct.
          OPEN INPUT ParmFile.
          IF ParmFileOk
             READ ParmFile
                AT END MOVE SPACES TO ScoreParmRecord
             END-READ
             IF ScpScoreMonth NUMERIC
                MOVE ScpScoreMonth TO ScoreMonth
             END-IF
             IF ScpMinLines NUMERIC
                MOVE ScpMinLines TO MinLines
             END-IF
             IF ScpLongLeadPct NUMERIC
                MOVE ScpLongLeadPct TO LongLeadPct
             END-IF
             CLOSE ParmFile
          END-IF.
          IF ScoreMonthNo < 1 OR ScoreMonthNo > 12
             MOVE ZERO TO ScoreMonth
          END-IF.
          IF MinLines = ZERO
             MOVE DefaultMinLines TO MinLines
          END-IF.
          IF LongLeadPct = ZERO OR LongLeadPct > 100
             MOVE DefaultLongPct TO LongLeadPct
          END-IF.

      * With no month asked for, the month before the run date is
      * scored - the step runs on the first, after the month closed.
       ComputeMonthWindow.
          IF ScoreMonth = ZERO
             MOVE TodayYear TO ScoreYear
             MOVE TodayMonth TO ScoreMonthNo
             IF ScoreMonthNo = 1
                MOVE 12 TO ScoreMonthNo
                SUBTRACT 1 FROM ScoreYear
             ELSE
                SUBTRACT 1 FROM ScoreMonthNo
             END-IF
          END-IF.
          MOVE ScoreYear TO WorkYear.
          MOVE ScoreMonthNo TO WorkMonth.
          MOVE 1 TO WorkDay.
          MOVE WorkDate TO MonthFromDate.
          PERFORM GetMonthLength.
          MOVE MonthLength TO WorkDay.
          MOVE WorkDate TO MonthToDate.

       LoadSuppliers.
          OPEN INPUT SupplierFile.
          IF SupplierFileOk
             PERFORM ReadSupplier
             PERFORM UNTIL SupplierFileEnd
                OR SupplierCount = SupplierLimit
                ADD 1 TO SupplierCount
                INITIALIZE SupplierEntry(SupplierCount)
                MOVE SupplierId TO SupTableId(SupplierCount)
                MOVE SupplierName TO SupTableName(SupplierCount)
                MOVE SupplierLeadDays
                   TO SupTableLeadDays(SupplierCount)
                MOVE 'N' TO SupReview(SupplierCount)
                PERFORM ReadSupplier
             END-PERFORM
             IF NOT SupplierFileEnd
                DISPLAY "More than " SupplierLimit " suppliers - the"
                   " scorecard covers the first " SupplierLimit
                   " only, raise the table size"
             END-IF
             CLOSE SupplierFile
          ELSE
             DISPLAY "No supplier master - status " SupplierFileStatus
          END-IF.

       ReadSupplier.
          READ SupplierFile NEXT RECORD
             AT END SET SupplierFileEnd TO TRUE
          END-READ.

       ReadPoLine.
          READ PurchOrderFile NEXT RECORD
             AT END SET PurchOrderEnd TO TRUE
          END-READ.

      * A line can count twice - ordered in the month and received
      * in it - or once for either; lines touching neither are
      * passed over.
       ScorePoLine.
          IF (PoOrderDate NOT < MonthFromDate
             AND PoOrderDate NOT > MonthToDate)
             OR (NOT PoLineOpen
             AND PoReceiptDate NOT < MonthFromDate
             AND PoReceiptDate NOT > MonthToDate)
             PERFORM LookUpSupplier
             IF NOT SupplierFound
                ADD 1 TO ErrorCount
                DISPLAY "PO " PoNumber " ArticleId " PoArticleId
                   " - supplier " PoSupplierId " not on file"
             ELSE
                IF PoOrderDate NOT < MonthFromDate
                   AND PoOrderDate NOT > MonthToDate
                   ADD 1 TO SupLinesOrdered(SupplierIdx)
                   ADD 1 TO LinesOrdered
                END-IF
                IF NOT PoLineOpen
                   AND PoReceiptDate NOT < MonthFromDate
                   AND PoReceiptDate NOT > MonthToDate
                   PERFORM ScoreReceivedLine
                END-IF
             END-IF
          END-IF.

      * The VARYING loop has stepped one past the match by the time
      * it sees the flag, so step back onto the matched entry.
       LookUpSupplier.
          MOVE 'N' TO SupplierFound-Sw.
          PERFORM VARYING SupplierIdx FROM 1 BY 1
             UNTIL SupplierIdx > SupplierCount OR SupplierFound
             IF SupTableId(SupplierIdx) = PoSupplierId
                SET SupplierFound TO TRUE
             END-IF
          END-PERFORM.
          IF SupplierFound
             SET SupplierIdx DOWN BY 1
          END-IF.

       ScoreReceivedLine.
          ADD 1 TO SupLinesReceived(SupplierIdx).
          ADD 1 TO LinesReceived.
          IF PoReceiptDate NOT > PoDueDate
             ADD 1 TO SupLinesOnTime(SupplierIdx)
          END-IF.
          IF PoLineShort
             ADD 1 TO SupLinesShort(SupplierIdx)
          ELSE IF PoLineOver
             ADD 1 TO SupLinesOver(SupplierIdx)
          END-IF.
          IF PoReceivedQty > PoOrderQty
             MOVE PoOrderQty TO FilledQty
          ELSE
             MOVE PoReceivedQty TO FilledQty
          END-IF.
          ADD PoOrderQty TO SupQtyOrdered(SupplierIdx).
          ADD FilledQty TO SupQtyFilled(SupplierIdx).
          MOVE PoOrderDate TO DayNumDate.
          PERFORM ComputeDayNumber.
          MOVE DayNumber TO OrderDayNumber.
          MOVE PoReceiptDate TO DayNumDate.
          PERFORM ComputeDayNumber.
          COMPUTE LeadDays = DayNumber - OrderDayNumber.
          IF LeadDays < ZERO
             MOVE ZERO TO LeadDays
          END-IF.
          ADD LeadDays TO SupLeadTotal(SupplierIdx).
          IF LeadDays > SupTableLeadDays(SupplierIdx)
             ADD 1 TO SupLinesLong(SupplierIdx)
          END-IF.

       WriteHeadings.
          MOVE TodayDate TO HeadDate.
          WRITE ReportLine FROM HeadingLine1.
          MOVE ScoreMonth TO HeadMonth.
          MOVE MonthFromDate TO HeadFromDate.
          MOVE MonthToDate TO HeadToDate.
          MOVE MinLines TO HeadMinLines.
          MOVE LongLeadPct TO HeadLongPct.
          WRITE ReportLine FROM HeadingLine2.
          WRITE ReportLine FROM SPACES.
          WRITE ReportLine FROM ColumnHeading.

      * A supplier is put up for review when it delivered enough
      * lines in the month and enough of them took longer than its
      * master lead time; the average actual lead time is the
      * suggested new figure.
       WriteScoreDetail.
          ADD 1 TO SuppliersScored.
          PERFORM ComputeSupplierRates.
          IF SupLinesReceived(SupplierIdx) NOT < MinLines
             AND SupLinesLong(SupplierIdx) * 100
                NOT < SupLinesReceived(SupplierIdx) * LongLeadPct
             AND SuggestedLead > SupTableLeadDays(SupplierIdx)
             SET SupForReview(SupplierIdx) TO TRUE
             ADD 1 TO ReviewCount
          END-IF.
          MOVE SupTableId(SupplierIdx) TO SdSupplierId.
          MOVE SupTableName(SupplierIdx) TO SdName.
          MOVE SupLinesOrdered(SupplierIdx) TO SdOrdered.
          MOVE SupLinesReceived(SupplierIdx) TO SdReceived.
          MOVE OnTimePct TO SdOnTimePct.
          MOVE FillPct TO SdFillPct.
          MOVE SupLinesShort(SupplierIdx) TO SdShort.
          MOVE SupLinesOver(SupplierIdx) TO SdOver.
          MOVE AvgLeadDays TO SdAvgLead.
          MOVE SupTableLeadDays(SupplierIdx) TO SdMasterLead.
          IF SupForReview(SupplierIdx)
             MOVE "REVIEW" TO SdReview
          ELSE
             MOVE SPACES TO SdReview
          END-IF.
          WRITE ReportLine FROM ScoreDetail.

       ComputeSupplierRates.
          MOVE ZERO TO OnTimePct.
          MOVE ZERO TO FillPct.
          MOVE ZERO TO AvgLeadDays.
          MOVE ZERO TO SuggestedLead.
          IF SupLinesReceived(SupplierIdx) > ZERO
             COMPUTE OnTimePct ROUNDED =
                SupLinesOnTime(SupplierIdx) * 100
                / SupLinesReceived(SupplierIdx)
             COMPUTE AvgLeadDays ROUNDED =
                SupLeadTotal(SupplierIdx)
                / SupLinesReceived(SupplierIdx)
             COMPUTE SuggestedLead ROUNDED =
                SupLeadTotal(SupplierIdx)
                / SupLinesReceived(SupplierIdx)
          END-IF.
          IF SupQtyOrdered(SupplierIdx) > ZERO
             COMPUTE FillPct ROUNDED =
                SupQtyFilled(SupplierIdx) * 100
                / SupQtyOrdered(SupplierIdx)
          END-IF.

       WriteReviewList.
          WRITE ReportLine FROM SPACES.
          WRITE ReportLine FROM ReviewHeading1.
          WRITE ReportLine FROM ReviewHeading2.
          PERFORM VARYING SupplierIdx FROM 1 BY 1
             UNTIL SupplierIdx > SupplierCount
             IF SupForReview(SupplierIdx)
                PERFORM ComputeSupplierRates
                MOVE SupTableId(SupplierIdx) TO RvSupplierId
                MOVE SupTableName(SupplierIdx) TO RvName
                MOVE SupLinesReceived(SupplierIdx) TO RvReceived
                MOVE SupLinesLong(SupplierIdx) TO RvLong
                MOVE SupTableLeadDays(SupplierIdx) TO RvMasterLead
                MOVE AvgLeadDays TO RvAvgLead
                MOVE SuggestedLead TO RvSuggested
                WRITE ReportLine FROM ReviewDetail
             END-IF
          END-PERFORM.
          WRITE ReportLine FROM SPACES.

       WriteSummary.
          MOVE PoLinesRead TO SumRead.
          WRITE ReportLine FROM SummaryLine1.
          MOVE LinesOrdered TO SumOrdered.
          WRITE ReportLine FROM SummaryLine2.
          MOVE LinesReceived TO SumReceived.
          WRITE ReportLine FROM SummaryLine3.
          MOVE SuppliersScored TO SumScored.
          WRITE ReportLine FROM SummaryLine4.
          MOVE ReviewCount TO SumReview.
          WRITE ReportLine FROM SummaryLine5.
          MOVE ErrorCount TO SumErrors.
          WRITE ReportLine FROM SummaryLine6.

       GetMonthLength.
          MOVE MonthDays(WorkMonth) TO MonthLength.
          IF WorkMonth = 2
             PERFORM CheckLeapYear
             IF LeapYear
                MOVE 29 TO MonthLength
             END-IF
          END-IF.

       CheckLeapYear.
          MOVE 'N' TO LeapYear-Sw.
          DIVIDE WorkYear BY 4
             GIVING LeapQuotient REMAINDER LeapRemainder.
          IF LeapRemainder = ZERO
             SET LeapYear TO TRUE
             DIVIDE WorkYear BY 100
                GIVING LeapQuotient REMAINDER LeapRemainder
             IF LeapRemainder = ZERO
                MOVE 'N' TO LeapYear-Sw
                DIVIDE WorkYear BY 400
                   GIVING LeapQuotient REMAINDER LeapRemainder
                IF LeapRemainder = ZERO
                   SET LeapYear TO TRUE
                END-IF
             END-IF
          END-IF.

      * Day numbering with floored DIVIDEs so each term truncates
      * on its own; the difference of two day numbers is the number
      * of days between the dates.
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
