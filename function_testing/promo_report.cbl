       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMORPT.
       AUTHOR. Simon Schliesky.
       DATE-WRITTEN. 15/10/2026.

      * Promotion results report. For every promotion on promo.dat
      * that has ended - optionally only one article's, and only
      * those that ended within an operator-entered date range - the
      * units sold and the takings (incl. VAT) during the promotion
      * are set against the same number of days immediately before
      * it, with the change in per cent, so the buyers can see
      * whether the promotion moved the article. Both periods are
      * built from what SALESPST actually posted (salesPosted.dat),
      * bucketed on the day the sale was rung up, and both count
      * only the locations the promotion ran at. Refunds carry
      * negative quantities and money and reduce the figures. A
      * promotion with no sales in the period before it shows
      * NO PRIOR instead of a change. The report goes to
      * promoResults.rpt.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PromoFile
             ASSIGN TO "promo.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PrmKey
             FILE STATUS IS PromoFileStatus.
          SELECT PostedSalesFile
             ASSIGN TO "salesPosted.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PostedSalesStatus.
          SELECT PromoReport
             ASSIGN TO "promoResults.rpt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PromoFile.
          COPY promo.

       FD PostedSalesFile.
          COPY slspost.

       FD PromoReport.
       01 ReportLine  PIC X(132).

       WORKING-STORAGE SECTION.
       01 PromoFileStatus   PIC X(02).
          88 PromoFileOk        VALUE '00'.
          88 PromoFileEnd       VALUE '10'.

       01 PostedSalesStatus PIC X(02).
          88 PostedSalesOk      VALUE '00'.
          88 PostedSalesEnd     VALUE '10'.

       01 TodayDate         PIC 9(08).
       01 SelectArticleId   PIC 9(06).
       01 SelectFromDate    PIC 9(08).
       01 SelectToDate      PIC 9(08).

       01 PromoTable.
          02 PromoEntry OCCURS 200 TIMES.
             03 PrtArticleId     PIC 9(6).
             03 PrtFromDate      PIC 9(8).
             03 PrtToDate        PIC 9(8).
             03 PrtPromoPrice    PIC 9(7)V99.
             03 PrtDescription   PIC X(20).
             03 PrtLocationArea.
                04 PrtLocationId OCCURS 10 TIMES PIC 9(3).
             03 PrtDays          PIC 9(05).
             03 PrtBeforeDayNo   PIC 9(07).
             03 PrtFromDayNo     PIC 9(07).
             03 PrtToDayNo       PIC 9(07).
             03 PrtUnitsBefore   PIC S9(8).
             03 PrtUnitsDuring   PIC S9(8).
             03 PrtTakingsBefore PIC S9(11)V99.
             03 PrtTakingsDuring PIC S9(11)V99.
       01 PromoCount        PIC 9(04) VALUE ZERO.
       01 PromoSub          PIC 9(04) VALUE ZERO.
       01 PromoLimit        PIC 9(04) VALUE 200.
       01 PromoTableFull-Sw PIC X(01) VALUE 'N'.
          88 PromoTableFull VALUE 'Y'.
       01 LocSub            PIC 9(02) VALUE ZERO.
       01 PromoLocation-Sw  PIC X(01) VALUE 'N'.
          88 PromoLocationOk VALUE 'Y'.

       01 SaleDate          PIC 9(08).
       01 SaleDayNo         PIC 9(07).
       01 SaleGross         PIC S9(11)V99.

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

       01 WorkBefore        PIC S9(11)V99.
       01 WorkDuring        PIC S9(11)V99.
       01 ChangePct         PIC S9(5)V9.

       01 ResultCounters.
          02 PromoReadCount  PIC 9(06) VALUE ZERO.
          02 PostedReadCount PIC 9(06) VALUE ZERO.
          02 PostedUsedCount PIC 9(06) VALUE ZERO.

       01 HeadingLine1.
          02 FILLER PIC X(30) VALUE "PROMOTION RESULTS REPORT".
          02 HeadDate        PIC 9(08).

       01 ResultHeading1.
          02 FILLER PIC X(53) VALUE SPACES.
          02 FILLER PIC X(26) VALUE "  -------- UNITS ---------".
          02 FILLER PIC X(38)
             VALUE "  ------------- TAKINGS --------------".

       01 ResultHeading2.
          02 FILLER PIC X(08) VALUE "ARTICLE".
          02 FILLER PIC X(21) VALUE "PROMOTION".
          02 FILLER PIC X(17) VALUE "FROM     TO".
          02 FILLER PIC X(07) VALUE "   DAYS".
          02 FILLER PIC X(09) VALUE "  BEFORE ".
          02 FILLER PIC X(09) VALUE "  DURING ".
          02 FILLER PIC X(08) VALUE " CHANGE%".
          02 FILLER PIC X(15) VALUE "        BEFORE ".
          02 FILLER PIC X(15) VALUE "        DURING ".
          02 FILLER PIC X(08) VALUE " CHANGE%".

       01 ResultDetail.
          02 RdArticleId     PIC Z(5)9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RdDescription   PIC X(20).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 RdFromDate      PIC 9(08).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 RdToDate        PIC 9(08).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 RdDays          PIC ZZ,ZZ9.
          02 RdUnitsBefore   PIC -ZZZ,ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 RdUnitsDuring   PIC -ZZZ,ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 RdUnitsPct      PIC -ZZZZ9.9.
          02 RdTakingsBefore PIC -ZZ,ZZZ,ZZ9.99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 RdTakingsDuring PIC -ZZ,ZZZ,ZZ9.99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 RdTakingsPct    PIC -ZZZZ9.9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RdTag           PIC X(08).

       01 SummaryLine1.
          02 FILLER          PIC X(24) VALUE "PROMOTIONS REPORTED ....".
          02 SumPromos       PIC ZZZ,ZZ9.

       01 SummaryLine2.
          02 FILLER          PIC X(24) VALUE "POSTED SALES READ ......".
          02 SumRead         PIC ZZZ,ZZ9.

       01 SummaryLine3.
          02 FILLER          PIC X(24) VALUE "SALES IN A PERIOD ......".
          02 SumUsed         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          PERFORM GetSelection.
          OPEN INPUT PromoFile.
          IF NOT PromoFileOk
             DISPLAY "No promotions on file - status "
                PromoFileStatus
             STOP RUN
          END-IF.
          PERFORM LoadPromotions.
          CLOSE PromoFile.
          IF PromoTableFull
             DISPLAY "More than " PromoLimit " promotions selected -"
                " the report covers the first " PromoLimit
                " only, narrow the selection"
          END-IF.
          IF PromoCount > ZERO
             OPEN INPUT PostedSalesFile
             IF PostedSalesOk
                PERFORM ReadPostedSale
                PERFORM UNTIL PostedSalesEnd
                   ADD 1 TO PostedReadCount
                   PERFORM BucketPostedSale
                   PERFORM ReadPostedSale
                END-PERFORM
                CLOSE PostedSalesFile
             ELSE
                DISPLAY "No posted sales on file - status "
                   PostedSalesStatus
             END-IF
          END-IF.
          PERFORM WriteReport.
          DISPLAY "Promotions reported: " PromoCount.
          DISPLAY "Posted sales read  : " PostedReadCount.
          DISPLAY "Sales in a period  : " PostedUsedCount.
          STOP RUN.

       GetSelection.
          DISPLAY "Enter - ArticleId (zero for every article)".
          ACCEPT SelectArticleId.
          DISPLAY "Enter - Promotions ended from date YYYYMMDD (zero"
             " for no limit)".
          ACCEPT SelectFromDate.
          DISPLAY "Enter - Promotions ended to date YYYYMMDD (zero"
             " for no limit)".
          ACCEPT SelectToDate.
          IF SelectToDate = ZERO
             MOVE 99999999 TO SelectToDate
          END-IF.

      * Only promotions whose last day is before today have ended.
       LoadPromotions.
          MOVE SelectArticleId TO PrmArticleId.
          MOVE ZERO TO PrmFromDate.
          START PromoFile KEY NOT LESS THAN PrmKey
             INVALID KEY SET PromoFileEnd TO TRUE
          END-START.
          IF NOT PromoFileEnd
             PERFORM ReadPromotion
          END-IF.
          PERFORM UNTIL PromoFileEnd OR PromoTableFull
             OR (SelectArticleId NOT = ZERO
                AND PrmArticleId NOT = SelectArticleId)
             ADD 1 TO PromoReadCount
             IF PrmToDate < TodayDate
                AND PrmToDate >= SelectFromDate
                AND PrmToDate <= SelectToDate
                IF PromoCount = PromoLimit
                   SET PromoTableFull TO TRUE
                ELSE
                   PERFORM StorePromotion
                END-IF
             END-IF
             PERFORM ReadPromotion
          END-PERFORM.

       ReadPromotion.
          READ PromoFile NEXT RECORD
             AT END SET PromoFileEnd TO TRUE
          END-READ.

      * The period before runs for as many days as the promotion
      * did and ends the day before it started.
       StorePromotion.
          ADD 1 TO PromoCount.
          MOVE PrmArticleId TO PrtArticleId(PromoCount).
          MOVE PrmFromDate TO PrtFromDate(PromoCount).
          MOVE PrmToDate TO PrtToDate(PromoCount).
          MOVE PrmPromoPrice TO PrtPromoPrice(PromoCount).
          MOVE PrmDescription TO PrtDescription(PromoCount).
          MOVE PrmLocationArea TO PrtLocationArea(PromoCount).
          MOVE PrmFromDate TO DayNumDate.
          PERFORM ComputeDayNumber.
          MOVE DayNumber TO PrtFromDayNo(PromoCount).
          MOVE PrmToDate TO DayNumDate.
          PERFORM ComputeDayNumber.
          MOVE DayNumber TO PrtToDayNo(PromoCount).
          COMPUTE PrtDays(PromoCount) =
             PrtToDayNo(PromoCount) - PrtFromDayNo(PromoCount) + 1.
          COMPUTE PrtBeforeDayNo(PromoCount) =
             PrtFromDayNo(PromoCount) - PrtDays(PromoCount).
          MOVE ZERO TO PrtUnitsBefore(PromoCount).
          MOVE ZERO TO PrtUnitsDuring(PromoCount).
          MOVE ZERO TO PrtTakingsBefore(PromoCount).
          MOVE ZERO TO PrtTakingsDuring(PromoCount).

       ReadPostedSale.
          READ PostedSalesFile
             AT END SET PostedSalesEnd TO TRUE
          END-READ.

      * Sales posted before the sale date was carried over fall back
      * on the posting date.
       BucketPostedSale.
          IF SpdSaleDate NUMERIC AND SpdSaleDate NOT = ZERO
             MOVE SpdSaleDate TO SaleDate
          ELSE
             MOVE SpdPostDate TO SaleDate
          END-IF.
          MOVE SaleDate TO DayNumDate.
          PERFORM ComputeDayNumber.
          MOVE DayNumber TO SaleDayNo.
          COMPUTE SaleGross = SpdNet + SpdVat.
          PERFORM VARYING PromoSub FROM 1 BY 1
             UNTIL PromoSub > PromoCount
             IF PrtArticleId(PromoSub) = SpdArticleId
                AND SaleDayNo >= PrtBeforeDayNo(PromoSub)
                AND SaleDayNo <= PrtToDayNo(PromoSub)
                PERFORM CheckPromoLocation
                IF PromoLocationOk
                   PERFORM AddToPeriod
                END-IF
             END-IF
          END-PERFORM.

       CheckPromoLocation.
          MOVE 'N' TO PromoLocation-Sw.
          IF PrtLocationArea(PromoSub) = ZERO
             SET PromoLocationOk TO TRUE
          ELSE
             PERFORM VARYING LocSub FROM 1 BY 1
                UNTIL LocSub > 10 OR PromoLocationOk
                IF PrtLocationId(PromoSub, LocSub) = SpdLocationId
                   SET PromoLocationOk TO TRUE
                END-IF
             END-PERFORM
          END-IF.

       AddToPeriod.
          ADD 1 TO PostedUsedCount.
          IF SaleDayNo < PrtFromDayNo(PromoSub)
             ADD SpdQuantity TO PrtUnitsBefore(PromoSub)
             ADD SaleGross TO PrtTakingsBefore(PromoSub)
          ELSE
             ADD SpdQuantity TO PrtUnitsDuring(PromoSub)
             ADD SaleGross TO PrtTakingsDuring(PromoSub)
          END-IF.

       WriteReport.
          OPEN OUTPUT PromoReport.
          MOVE TodayDate TO HeadDate.
          WRITE ReportLine FROM HeadingLine1.
          WRITE ReportLine FROM SPACES.
          WRITE ReportLine FROM ResultHeading1.
          WRITE ReportLine FROM ResultHeading2.
          PERFORM VARYING PromoSub FROM 1 BY 1
             UNTIL PromoSub > PromoCount
             PERFORM WriteResultLine
          END-PERFORM.
          WRITE ReportLine FROM SPACES.
          MOVE PromoCount TO SumPromos.
          WRITE ReportLine FROM SummaryLine1.
          MOVE PostedReadCount TO SumRead.
          WRITE ReportLine FROM SummaryLine2.
          MOVE PostedUsedCount TO SumUsed.
          WRITE ReportLine FROM SummaryLine3.
          CLOSE PromoReport.

       WriteResultLine.
          MOVE PrtArticleId(PromoSub) TO RdArticleId.
          MOVE PrtDescription(PromoSub) TO RdDescription.
          MOVE PrtFromDate(PromoSub) TO RdFromDate.
          MOVE PrtToDate(PromoSub) TO RdToDate.
          MOVE PrtDays(PromoSub) TO RdDays.
          MOVE PrtUnitsBefore(PromoSub) TO RdUnitsBefore.
          MOVE PrtUnitsDuring(PromoSub) TO RdUnitsDuring.
          MOVE PrtTakingsBefore(PromoSub) TO RdTakingsBefore.
          MOVE PrtTakingsDuring(PromoSub) TO RdTakingsDuring.
          MOVE SPACES TO RdTag.
          MOVE PrtUnitsBefore(PromoSub) TO WorkBefore.
          MOVE PrtUnitsDuring(PromoSub) TO WorkDuring.
          PERFORM ComputeChange.
          MOVE ChangePct TO RdUnitsPct.
          MOVE PrtTakingsBefore(PromoSub) TO WorkBefore.
          MOVE PrtTakingsDuring(PromoSub) TO WorkDuring.
          PERFORM ComputeChange.
          MOVE ChangePct TO RdTakingsPct.
          IF PrtUnitsBefore(PromoSub) = ZERO
             MOVE "NO PRIOR" TO RdTag
          END-IF.
          WRITE ReportLine FROM ResultDetail.

       ComputeChange.
          IF WorkBefore = ZERO
             MOVE ZERO TO ChangePct
          ELSE
             COMPUTE ChangePct ROUNDED =
                (WorkDuring - WorkBefore) * 100 / WorkBefore
                ON SIZE ERROR MOVE 99999.9 TO ChangePct
             END-COMPUTE
          END-IF.

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
