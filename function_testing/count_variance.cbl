       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTVARNC.
       AUTHOR. Simon Schliesky.
       DATE-WRITTEN. 15/10/2026.

      * Stock-take variance report for one location. Reads the
      * count lines CNTSHEET froze and CNTENTRY filled in and prints
      * countVariance.rpt: per line the book quantity frozen at the
      * start of the count, the counted quantity and the difference,
      * valued at exclVAT from priceTable.dat, with lines nobody has
      * counted yet flagged so the sheets can go back out before the
      * count is approved. Shrinkage (loss), gain and net value are
      * totalled by supplier and by VatRateCode. The report can be
      * run as often as wanted while the count is open; it changes
      * nothing - CNTPOST posts the variances once approved.

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
          SELECT SupplierFile
             ASSIGN TO "supplier.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS SupplierId
             FILE STATUS IS SupplierFileStatus.
          SELECT CountHeadFile
             ASSIGN TO "countHead.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CthLocationId
             FILE STATUS IS CountHeadStatus.
          SELECT CountLineFile
             ASSIGN TO "countLine.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CntKey
             FILE STATUS IS CountLineStatus.
          SELECT VarianceReport
             ASSIGN TO "countVariance.rpt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PriceTable.
          COPY artdtl.

       FD SupplierFile.
          COPY supdtl.

       FD CountHeadFile.
          COPY cnthead.

       FD CountLineFile.
          COPY cntline.

       FD VarianceReport.
       01 ReportLine  PIC X(100).

       WORKING-STORAGE SECTION.
       01 PriceTableStatus  PIC X(02).
          88 PriceTableOk       VALUE '00'.
          88 PriceTableNotFound VALUE '23'.

       01 SupplierFileStatus PIC X(02).
          88 SupplierFileOk    VALUE '00'.
          88 SupplierFileEnd   VALUE '10'.

       01 CountHeadStatus   PIC X(02).
          88 CountHeadOk        VALUE '00'.
          88 CountHeadNotFound  VALUE '23'.

       01 CountLineStatus   PIC X(02).
          88 CountLineOk        VALUE '00'.
          88 CountLineEnd       VALUE '10'.

       01 SupplierTable.
          02 SupplierEntry OCCURS 50 TIMES INDEXED BY SupplierIdx.
             03 SupTableId    PIC 9(4).
             03 SupTableName  PIC X(30).
       01 SupplierCount     PIC 9(02) VALUE ZERO.
       01 SupplierFound-Sw  PIC X(01) VALUE 'N'.
          88 SupplierFound  VALUE 'Y'.
       01 FoundSupplierName PIC X(30).
       01 LookUpSupplierId  PIC 9(4).

       01 SupTotalTable.
          02 SupTotalEntry OCCURS 51 TIMES.
             03 StotSupplierId PIC 9(4).
             03 StotLoss       PIC 9(11)V99.
             03 StotGain       PIC 9(11)V99.
       01 SupTotalCount     PIC 9(02) VALUE ZERO.
       01 SupTotalSub       PIC 9(02) VALUE ZERO.
       01 SupTotalLimit     PIC 9(02) VALUE 51.
       01 SupTotalFound-Sw  PIC X(01) VALUE 'N'.
          88 SupTotalFound  VALUE 'Y'.
       01 SupTotalFull-Sw   PIC X(01) VALUE 'N'.
          88 SupTotalTableFull VALUE 'Y'.

       01 VatTotalTable.
          02 VatTotalEntry OCCURS 10 TIMES.
             03 VtotRateCode PIC X(1).
             03 VtotLoss     PIC 9(11)V99.
             03 VtotGain     PIC 9(11)V99.
       01 VatTotalCount     PIC 9(02) VALUE ZERO.
       01 VatTotalSub       PIC 9(02) VALUE ZERO.
       01 VatTotalFound-Sw  PIC X(01) VALUE 'N'.
          88 VatTotalFound  VALUE 'Y'.

       01 ReportLocationId  PIC 9(3).
       01 TodayDate         PIC 9(08).

       01 LineVariance      PIC S9(6).
       01 LineValue         PIC S9(11)V99.
       01 LossValue         PIC 9(11)V99.
       01 GainValue         PIC 9(11)V99.
       01 NetValue          PIC S9(11)V99.
       01 TotalLoss         PIC 9(11)V99 VALUE ZERO.
       01 TotalGain         PIC 9(11)V99 VALUE ZERO.
       01 ArticleSupplierId PIC 9(4).
       01 ArticleVatCode    PIC X(1).

       01 VarianceCounters.
          02 LinesRead       PIC 9(06) VALUE ZERO.
          02 LinesCounted    PIC 9(06) VALUE ZERO.
          02 LinesNotCounted PIC 9(06) VALUE ZERO.
          02 LinesVariance   PIC 9(06) VALUE ZERO.

       01 HeadingLine1.
          02 FILLER PIC X(33)
             VALUE "STOCK-TAKE VARIANCE   LOCATION ".
          02 HeadLocationId  PIC 9(3).
          02 FILLER PIC X(10) VALUE "  FROZEN ".
          02 HeadFreezeDate  PIC 9(08).
          02 FILLER PIC X(10) VALUE "  PRINTED ".
          02 HeadToday       PIC 9(08).
          02 FILLER PIC X(02) VALUE SPACES.
          02 HeadCountState  PIC X(06).

       01 HeadingLine2.
          02 FILLER PIC X(09) VALUE "SHT LN".
          02 FILLER PIC X(08) VALUE "ARTICLE".
          02 FILLER PIC X(21) VALUE "DESCRIPTION".
          02 FILLER PIC X(08) VALUE "  BOOK".
          02 FILLER PIC X(08) VALUE "COUNTED".
          02 FILLER PIC X(09) VALUE "VARIANCE".
          02 FILLER PIC X(16) VALUE "     VALUE".

       01 VarianceDetail.
          02 VdSheetNo       PIC 9(3).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 VdLineNo        PIC 9(2).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 VdArticleId     PIC 9(6).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 VdArticleDesc   PIC X(20).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 VdBookQty       PIC ZZZZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 VdCountedQty    PIC ZZZZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 VdVariance      PIC +ZZZZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 VdValue         PIC +ZZ,ZZZ,ZZ9.99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 VdTag           PIC X(12).

       01 TotalHeading.
          02 FILLER          PIC X(38) VALUE SPACES.
          02 FILLER          PIC X(16) VALUE "           LOSS".
          02 FILLER          PIC X(16) VALUE "           GAIN".
          02 FILLER          PIC X(16) VALUE "            NET".

       01 SupplierTotalDetail.
          02 StdSupplierId   PIC 9(4).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 StdName         PIC X(30).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 StdLoss         PIC ZZ,ZZZ,ZZ9.99.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 StdGain         PIC ZZ,ZZZ,ZZ9.99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 StdNet          PIC +ZZ,ZZZ,ZZ9.99.

       01 VatTotalDetail.
          02 FILLER          PIC X(14) VALUE "VAT RATE CODE ".
          02 VtdRateCode     PIC X(1).
          02 FILLER          PIC X(23) VALUE SPACES.
          02 VtdLoss         PIC ZZ,ZZZ,ZZ9.99.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 VtdGain         PIC ZZ,ZZZ,ZZ9.99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 VtdNet          PIC +ZZ,ZZZ,ZZ9.99.

       01 GrandTotalLine.
          02 FILLER          PIC X(38)
             VALUE "TOTAL SHRINKAGE ......................".
          02 GtlLoss         PIC ZZ,ZZZ,ZZ9.99.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 GtlGain         PIC ZZ,ZZZ,ZZ9.99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 GtlNet          PIC +ZZ,ZZZ,ZZ9.99.

       01 SummaryLine1.
          02 FILLER          PIC X(24) VALUE "COUNT LINES ............".
          02 SumRead         PIC ZZZ,ZZ9.

       01 SummaryLine2.
          02 FILLER          PIC X(24) VALUE "LINES COUNTED ..........".
          02 SumCounted      PIC ZZZ,ZZ9.

       01 SummaryLine3.
          02 FILLER          PIC X(24) VALUE "LINES NOT COUNTED ......".
          02 SumNotCounted   PIC ZZZ,ZZ9.

       01 SummaryLine4.
          02 FILLER          PIC X(24) VALUE "LINES WITH VARIANCE ....".
          02 SumVariance     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          OPEN INPUT CountHeadFile.
          IF NOT CountHeadOk
             DISPLAY "No stock-take on file - run CNTSHEET first"
             STOP RUN
          END-IF.
          DISPLAY "Enter - Location counted".
          ACCEPT ReportLocationId.
          MOVE ReportLocationId TO CthLocationId.
          READ CountHeadFile
             INVALID KEY SET CountHeadNotFound TO TRUE
          END-READ.
          CLOSE CountHeadFile.
          IF CountHeadNotFound
             DISPLAY "No stock-take for location " ReportLocationId
             STOP RUN
          END-IF.
          PERFORM LoadSuppliers.
          OPEN INPUT PriceTable.
          OPEN INPUT CountLineFile.
          OPEN OUTPUT VarianceReport.
          PERFORM WriteHeading.
          PERFORM ReportCountLines.
          PERFORM WriteTotals.
          CLOSE VarianceReport.
          CLOSE CountLineFile.
          CLOSE PriceTable.
          DISPLAY "Count lines        : " LinesRead.
          DISPLAY "Lines not counted  : " LinesNotCounted.
          DISPLAY "Lines with variance: " LinesVariance.
          IF SupTotalTableFull
             DISPLAY "More than " SupTotalLimit " suppliers counted -"
                " supplier totals cover the first " SupTotalLimit
                " only, raise the table size"
          END-IF.
          STOP RUN.

       LoadSuppliers.
          OPEN INPUT SupplierFile.
          IF SupplierFileOk
             PERFORM ReadSupplier
             PERFORM UNTIL SupplierFileEnd
                OR SupplierCount = 50
                ADD 1 TO SupplierCount
                MOVE SupplierId TO SupTableId(SupplierCount)
                MOVE SupplierName TO SupTableName(SupplierCount)
                PERFORM ReadSupplier
             END-PERFORM
             CLOSE SupplierFile
          END-IF.

       ReadSupplier.
          READ SupplierFile NEXT RECORD
             AT END SET SupplierFileEnd TO TRUE
          END-READ.

       WriteHeading.
          MOVE ReportLocationId TO HeadLocationId.
          MOVE CthFreezeDate TO HeadFreezeDate.
          MOVE TodayDate TO HeadToday.
          IF CthCountOpen
             MOVE "OPEN" TO HeadCountState
          ELSE
             MOVE "POSTED" TO HeadCountState
          END-IF.
          WRITE ReportLine FROM HeadingLine1.
          WRITE ReportLine FROM SPACES.
          WRITE ReportLine FROM HeadingLine2.

       ReportCountLines.
          MOVE ReportLocationId TO CntLocationId.
          MOVE ZERO TO CntSheetNo.
          MOVE ZERO TO CntLineNo.
          START CountLineFile KEY NOT LESS THAN CntKey
             INVALID KEY SET CountLineEnd TO TRUE
          END-START.
          IF NOT CountLineEnd
             PERFORM ReadCountLine
             PERFORM UNTIL CountLineEnd
                OR CntLocationId NOT = ReportLocationId
                PERFORM ReportCountLine
                PERFORM ReadCountLine
             END-PERFORM
          END-IF.

       ReadCountLine.
          READ CountLineFile NEXT RECORD
             AT END SET CountLineEnd TO TRUE
          END-READ.

      * An article no longer on priceTable.dat is still reported,
      * at nil value and under supplier 0000, so nothing counted
      * drops out of the report silently.
       ReportCountLine.
          ADD 1 TO LinesRead.
          MOVE CntArticleId TO ArticleId.
          READ PriceTable
             INVALID KEY SET PriceTableNotFound TO TRUE
          END-READ.
          IF PriceTableOk
             MOVE ArticleDesc TO VdArticleDesc
             MOVE ArtSupplierId TO ArticleSupplierId
             MOVE VatRateCode TO ArticleVatCode
          ELSE
             MOVE "NOT ON PRICE TABLE" TO VdArticleDesc
             MOVE ZERO TO exclVAT
             MOVE ZERO TO ArticleSupplierId
             MOVE SPACE TO ArticleVatCode
          END-IF.
          MOVE CntSheetNo TO VdSheetNo.
          MOVE CntLineNo TO VdLineNo.
          MOVE CntArticleId TO VdArticleId.
          MOVE CntBookQty TO VdBookQty.
          IF CntNotCounted
             ADD 1 TO LinesNotCounted
             MOVE ZERO TO VdCountedQty
             MOVE ZERO TO VdVariance
             MOVE ZERO TO VdValue
             MOVE "NOT COUNTED" TO VdTag
          ELSE
             ADD 1 TO LinesCounted
             COMPUTE LineVariance = CntCountedQty - CntBookQty
             COMPUTE LineValue = LineVariance * exclVAT
             MOVE CntCountedQty TO VdCountedQty
             MOVE LineVariance TO VdVariance
             MOVE LineValue TO VdValue
             MOVE SPACES TO VdTag
             IF LineVariance NOT = ZERO
                ADD 1 TO LinesVariance
                PERFORM AccumulateVariance
             END-IF
          END-IF.
          WRITE ReportLine FROM VarianceDetail.

       AccumulateVariance.
          MOVE ZERO TO LossValue.
          MOVE ZERO TO GainValue.
          IF LineValue < ZERO
             COMPUTE LossValue = ZERO - LineValue
             MOVE "SHORT" TO VdTag
          ELSE
             MOVE LineValue TO GainValue
             MOVE "OVER" TO VdTag
          END-IF.
          ADD LossValue TO TotalLoss.
          ADD GainValue TO TotalGain.
          MOVE ArticleSupplierId TO LookUpSupplierId.
          PERFORM PickSupTotalEntry.
          IF SupTotalFound
             ADD LossValue TO StotLoss(SupTotalSub)
             ADD GainValue TO StotGain(SupTotalSub)
          END-IF.
          PERFORM PickVatTotalEntry.
          ADD LossValue TO VtotLoss(VatTotalSub).
          ADD GainValue TO VtotGain(VatTotalSub).

      * The VARYING loop has stepped one past the match by the time
      * it sees the flag, so step back onto the matched entry.
       PickSupTotalEntry.
          MOVE 'N' TO SupTotalFound-Sw.
          PERFORM VARYING SupTotalSub FROM 1 BY 1
             UNTIL SupTotalSub > SupTotalCount OR SupTotalFound
             IF StotSupplierId(SupTotalSub) = LookUpSupplierId
                SET SupTotalFound TO TRUE
             END-IF
          END-PERFORM.
          IF SupTotalFound
             SUBTRACT 1 FROM SupTotalSub
          ELSE IF SupTotalCount = SupTotalLimit
             SET SupTotalTableFull TO TRUE
          ELSE
             ADD 1 TO SupTotalCount
             MOVE SupTotalCount TO SupTotalSub
             SET SupTotalFound TO TRUE
             MOVE LookUpSupplierId TO StotSupplierId(SupTotalSub)
             MOVE ZERO TO StotLoss(SupTotalSub)
             MOVE ZERO TO StotGain(SupTotalSub)
          END-IF.

       PickVatTotalEntry.
          MOVE 'N' TO VatTotalFound-Sw.
          PERFORM VARYING VatTotalSub FROM 1 BY 1
             UNTIL VatTotalSub > VatTotalCount OR VatTotalFound
             IF VtotRateCode(VatTotalSub) = ArticleVatCode
                SET VatTotalFound TO TRUE
             END-IF
          END-PERFORM.
          IF VatTotalFound
             SUBTRACT 1 FROM VatTotalSub
          END-IF.
          IF NOT VatTotalFound
             ADD 1 TO VatTotalCount
             MOVE VatTotalCount TO VatTotalSub
             MOVE ArticleVatCode TO VtotRateCode(VatTotalSub)
             MOVE ZERO TO VtotLoss(VatTotalSub)
             MOVE ZERO TO VtotGain(VatTotalSub)
          END-IF.

       LookUpSupplierName.
          MOVE 'N' TO SupplierFound-Sw.
          MOVE SPACES TO FoundSupplierName.
          PERFORM VARYING SupplierIdx FROM 1 BY 1
             UNTIL SupplierIdx > SupplierCount OR SupplierFound
             IF SupTableId(SupplierIdx) = LookUpSupplierId
                MOVE SupTableName(SupplierIdx) TO FoundSupplierName
                SET SupplierFound TO TRUE
             END-IF
          END-PERFORM.
          IF NOT SupplierFound
             MOVE "SUPPLIER NOT ON FILE" TO FoundSupplierName
          END-IF.

       WriteTotals.
          WRITE ReportLine FROM SPACES.
          WRITE ReportLine FROM TotalHeading.
          PERFORM VARYING SupTotalSub FROM 1 BY 1
             UNTIL SupTotalSub > SupTotalCount
             PERFORM WriteSupplierTotal
          END-PERFORM.
          WRITE ReportLine FROM SPACES.
          PERFORM VARYING VatTotalSub FROM 1 BY 1
             UNTIL VatTotalSub > VatTotalCount
             PERFORM WriteVatTotal
          END-PERFORM.
          WRITE ReportLine FROM SPACES.
          MOVE TotalLoss TO GtlLoss.
          MOVE TotalGain TO GtlGain.
          COMPUTE NetValue = TotalGain - TotalLoss.
          MOVE NetValue TO GtlNet.
          WRITE ReportLine FROM GrandTotalLine.
          WRITE ReportLine FROM SPACES.
          MOVE LinesRead TO SumRead.
          WRITE ReportLine FROM SummaryLine1.
          MOVE LinesCounted TO SumCounted.
          WRITE ReportLine FROM SummaryLine2.
          MOVE LinesNotCounted TO SumNotCounted.
          WRITE ReportLine FROM SummaryLine3.
          MOVE LinesVariance TO SumVariance.
          WRITE ReportLine FROM SummaryLine4.

       WriteSupplierTotal.
          MOVE StotSupplierId(SupTotalSub) TO StdSupplierId.
          MOVE StotSupplierId(SupTotalSub) TO LookUpSupplierId.
          PERFORM LookUpSupplierName.
          MOVE FoundSupplierName TO StdName.
          MOVE StotLoss(SupTotalSub) TO StdLoss.
          MOVE StotGain(SupTotalSub) TO StdGain.
          COMPUTE NetValue = StotGain(SupTotalSub)
             - StotLoss(SupTotalSub).
          MOVE NetValue TO StdNet.
          WRITE ReportLine FROM SupplierTotalDetail.

       WriteVatTotal.
          MOVE VtotRateCode(VatTotalSub) TO VtdRateCode.
          MOVE VtotLoss(VatTotalSub) TO VtdLoss.
          MOVE VtotGain(VatTotalSub) TO VtdGain.
          COMPUTE NetValue = VtotGain(VatTotalSub)
             - VtotLoss(VatTotalSub).
          MOVE NetValue TO VtdNet.
          WRITE ReportLine FROM VatTotalDetail.
