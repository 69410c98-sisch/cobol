       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGINRP.
       AUTHOR. Simon Schliesky.
       DATE-WRITTEN. 15/10/2026.

      * Gross-margin report for an operator-entered date range,
      * built from what SALESPST actually posted (salesPosted.dat):
      * per sale the net revenue - quantity times SlsUnitPrice with
      * the VAT taken out, as SALESPST split it - less the cost of
      * the quantity sold at the supplier cost price in force on the
      * posting date from supCost.dat. grossMargin.rpt totals
      * revenue, cost, margin and margin percentage by article, by
      * supplier and by location. An article is flagged BELOW COST
      * when any of its sales went out at a net price under cost,
      * and NO COST when sales were found with no cost price on file
      * - its margin is then overstated until purchasing keys the
      * price in COSTMNT. Refunds carry negative quantities and
      * reduce revenue and cost alike.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PostedSalesFile
             ASSIGN TO "salesPosted.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PostedSalesStatus.
          SELECT CostFile
             ASSIGN TO "supCost.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CstKey
             FILE STATUS IS CostFileStatus.
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
          SELECT LocationFile
             ASSIGN TO "location.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS LocationId
             FILE STATUS IS LocationFileStatus.
          SELECT MarginReport
             ASSIGN TO "grossMargin.rpt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PostedSalesFile.
          COPY slspost.

       FD CostFile.
          COPY supcost.

       FD PriceTable.
          COPY artdtl.

       FD SupplierFile.
          COPY supdtl.

       FD LocationFile.
          COPY locmst.

       FD MarginReport.
       01 ReportLine  PIC X(120).

       WORKING-STORAGE SECTION.
       01 PostedSalesStatus PIC X(02).
          88 PostedSalesOk      VALUE '00'.
          88 PostedSalesEnd     VALUE '10'.

       01 CostFileStatus    PIC X(02).
          88 CostFileOk         VALUE '00'.
          88 CostFileEnd        VALUE '10'.

       01 PriceTableStatus  PIC X(02).
          88 PriceTableOk       VALUE '00'.
          88 PriceTableNotFound VALUE '23'.

       01 SupplierFileStatus PIC X(02).
          88 SupplierFileOk    VALUE '00'.
          88 SupplierFileEnd   VALUE '10'.

       01 LocationFileStatus PIC X(02).
          88 LocationFileOk    VALUE '00'.
          88 LocationFileEnd   VALUE '10'.

       01 SelectFromDate    PIC 9(08).
       01 SelectToDate      PIC 9(08).

       01 CostFileOpen-Sw   PIC X(01) VALUE 'N'.
          88 CostFileOpen   VALUE 'Y'.
       01 CostFound-Sw      PIC X(01) VALUE 'N'.
          88 CostFound      VALUE 'Y'.
       01 FoundCostPrice    PIC 9(6)V99.

       01 SupplierTable.
          02 SupplierEntry OCCURS 50 TIMES INDEXED BY SupplierIdx.
             03 SupTableId    PIC 9(4).
             03 SupTableName  PIC X(30).
       01 SupplierCount     PIC 9(02) VALUE ZERO.
       01 SupplierFound-Sw  PIC X(01) VALUE 'N'.
          88 SupplierFound  VALUE 'Y'.
       01 FoundSupplierName PIC X(30).
       01 LookUpSupplierId  PIC 9(4).

       01 LocationTable.
          02 LocationEntry OCCURS 20 TIMES.
             03 LocTableId    PIC 9(3).
             03 LocTableName  PIC X(30).
             03 LocTableQty   PIC S9(8).
             03 LocTableNet   PIC S9(11)V99.
             03 LocTableCost  PIC S9(11)V99.
       01 LocationCount     PIC 9(02) VALUE ZERO.
       01 LocationSub       PIC 9(02) VALUE ZERO.
       01 LocationFound-Sw  PIC X(01) VALUE 'N'.
          88 LocationFound  VALUE 'Y'.

       01 ArticleTable.
          02 ArticleEntry OCCURS 1000 TIMES.
             03 MarArticleId     PIC 9(6).
             03 MarSupplierId    PIC 9(4).
             03 MarQuantity      PIC S9(8).
             03 MarNet           PIC S9(11)V99.
             03 MarCost          PIC S9(11)V99.
             03 MarBelowCost     PIC 9(06).
             03 MarNoCost        PIC 9(06).
       01 ArticleCount      PIC 9(04) VALUE ZERO.
       01 ArticleSub        PIC 9(04) VALUE ZERO.
       01 ArticleLimit      PIC 9(04) VALUE 1000.
       01 ShuffleSub        PIC 9(04) VALUE ZERO.
       01 ArticleFound-Sw   PIC X(01) VALUE 'N'.
          88 ArticleFound   VALUE 'Y'.
       01 ArticleTableFull-Sw PIC X(01) VALUE 'N'.
          88 ArticleTableFull VALUE 'Y'.

       01 SupTotalTable.
          02 SupTotalEntry OCCURS 51 TIMES.
             03 StotSupplierId PIC 9(4).
             03 StotQuantity   PIC S9(8).
             03 StotNet        PIC S9(11)V99.
             03 StotCost       PIC S9(11)V99.
       01 SupTotalCount     PIC 9(02) VALUE ZERO.
       01 SupTotalSub       PIC 9(02) VALUE ZERO.
       01 SupTotalLimit     PIC 9(02) VALUE 51.
       01 SupTotalFound-Sw  PIC X(01) VALUE 'N'.
          88 SupTotalFound  VALUE 'Y'.
       01 SupTotalFull-Sw   PIC X(01) VALUE 'N'.
          88 SupTotalTableFull VALUE 'Y'.

       01 LineCost          PIC S9(11)V99.
       01 MarginValue       PIC S9(11)V99.
       01 MarginPct         PIC S9(5)V99.
       01 WorkNet           PIC S9(11)V99.
       01 WorkCost          PIC S9(11)V99.
       01 TotalNet          PIC S9(11)V99 VALUE ZERO.
       01 TotalCost         PIC S9(11)V99 VALUE ZERO.

       01 MarginCounters.
          02 PostedReadCount PIC 9(06) VALUE ZERO.
          02 PostedUsedCount PIC 9(06) VALUE ZERO.
          02 BelowCostCount  PIC 9(06) VALUE ZERO.
          02 NoCostCount     PIC 9(06) VALUE ZERO.
          02 DroppedCount    PIC 9(06) VALUE ZERO.

       01 HeadingLine1.
          02 FILLER PIC X(30) VALUE "GROSS MARGIN REPORT".
          02 HeadFromDate PIC 9(08).
          02 FILLER PIC X(03) VALUE " - ".
          02 HeadToDate PIC 9(08).

       01 SectionHeading.
          02 SectionTitle    PIC X(38).
          02 FILLER PIC X(09) VALUE "      QTY".
          02 FILLER PIC X(16) VALUE "         REVENUE".
          02 FILLER PIC X(16) VALUE "            COST".
          02 FILLER PIC X(16) VALUE "          MARGIN".
          02 FILLER PIC X(10) VALUE "  MARGIN%".

       01 MarginDetail.
          02 MdKeyId         PIC Z(5)9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MdName          PIC X(30).
          02 MdQuantity      PIC -ZZZ,ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MdNet           PIC -ZZ,ZZZ,ZZ9.99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MdCost          PIC -ZZ,ZZZ,ZZ9.99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MdMargin        PIC -ZZ,ZZZ,ZZ9.99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MdMarginPct     PIC -ZZZ9.99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 MdTag           PIC X(10).

       01 TotalLine.
          02 FILLER          PIC X(46)
             VALUE "TOTAL ........................................".
          02 FILLER          PIC X(02) VALUE SPACES.
          02 TlNet           PIC -ZZ,ZZZ,ZZ9.99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 TlCost          PIC -ZZ,ZZZ,ZZ9.99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 TlMargin        PIC -ZZ,ZZZ,ZZ9.99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 TlMarginPct     PIC -ZZZ9.99.

       01 SummaryLine1.
          02 FILLER          PIC X(24) VALUE "POSTED SALES READ ......".
          02 SumRead         PIC ZZZ,ZZ9.

       01 SummaryLine2.
          02 FILLER          PIC X(24) VALUE "SALES IN DATE RANGE ....".
          02 SumUsed         PIC ZZZ,ZZ9.

       01 SummaryLine3.
          02 FILLER          PIC X(24) VALUE "SALES BELOW COST .......".
          02 SumBelowCost    PIC ZZZ,ZZ9.

       01 SummaryLine4.
          02 FILLER          PIC X(24) VALUE "SALES WITH NO COST .....".
          02 SumNoCost       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main.
          PERFORM GetSelection.
          PERFORM LoadSuppliers.
          PERFORM LoadLocations.
          OPEN INPUT PostedSalesFile.
          IF NOT PostedSalesOk
             DISPLAY "No posted sales on file - status "
                PostedSalesStatus
             STOP RUN
          END-IF.
          OPEN INPUT CostFile.
          IF CostFileOk
             SET CostFileOpen TO TRUE
          ELSE
             DISPLAY "No supplier cost file - every sale shows"
                " NO COST"
          END-IF.
          PERFORM ReadPostedSale.
          PERFORM UNTIL PostedSalesEnd
             ADD 1 TO PostedReadCount
             IF SpdPostDate >= SelectFromDate
                AND SpdPostDate <= SelectToDate
                PERFORM CostPostedSale
             END-IF
             PERFORM ReadPostedSale
          END-PERFORM.
          CLOSE PostedSalesFile.
          IF CostFileOpen
             CLOSE CostFile
          END-IF.
          IF ArticleTableFull
             DISPLAY "More than " ArticleLimit " articles sold -"
                " article section covers the first " ArticleLimit
                " only, raise the table size"
          END-IF.
          IF SupTotalTableFull
             DISPLAY "More than " SupTotalLimit " suppliers sold -"
                " supplier section covers the first " SupTotalLimit
                " only, raise the table size"
          END-IF.
          OPEN INPUT PriceTable.
          PERFORM WriteReport.
          CLOSE PriceTable.
          DISPLAY "Posted sales read  : " PostedReadCount.
          DISPLAY "Sales in date range: " PostedUsedCount.
          DISPLAY "Sales below cost   : " BelowCostCount.
          DISPLAY "Sales with no cost : " NoCostCount.
          STOP RUN.

       GetSelection.
          DISPLAY "Enter - From date YYYYMMDD (zero for no limit)".
          ACCEPT SelectFromDate.
          DISPLAY "Enter - To date YYYYMMDD (zero for no limit)".
          ACCEPT SelectToDate.
          IF SelectToDate = ZERO
             MOVE 99999999 TO SelectToDate
          END-IF.

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
          ELSE
             DISPLAY "No supplier master - status " SupplierFileStatus
          END-IF.

       ReadSupplier.
          READ SupplierFile NEXT RECORD
             AT END SET SupplierFileEnd TO TRUE
          END-READ.

       LoadLocations.
          OPEN INPUT LocationFile.
          IF LocationFileOk
             PERFORM ReadLocation
             PERFORM UNTIL LocationFileEnd
                OR LocationCount = 20
                ADD 1 TO LocationCount
                MOVE LocationId TO LocTableId(LocationCount)
                MOVE LocationName TO LocTableName(LocationCount)
                MOVE ZERO TO LocTableQty(LocationCount)
                MOVE ZERO TO LocTableNet(LocationCount)
                MOVE ZERO TO LocTableCost(LocationCount)
                PERFORM ReadLocation
             END-PERFORM
             CLOSE LocationFile
          ELSE
             DISPLAY "No location master - status "
                LocationFileStatus
          END-IF.

       ReadLocation.
          READ LocationFile NEXT RECORD
             AT END SET LocationFileEnd TO TRUE
          END-READ.

       ReadPostedSale.
          READ PostedSalesFile
             AT END SET PostedSalesEnd TO TRUE
          END-READ.

       CostPostedSale.
          ADD 1 TO PostedUsedCount.
          PERFORM LookUpCostPrice.
          COMPUTE LineCost = SpdQuantity * FoundCostPrice.
          ADD SpdNet TO TotalNet.
          ADD LineCost TO TotalCost.
          PERFORM PickArticleEntry.
          IF ArticleFound
             ADD SpdQuantity TO MarQuantity(ArticleSub)
             ADD SpdNet TO MarNet(ArticleSub)
             ADD LineCost TO MarCost(ArticleSub)
          END-IF.
          IF NOT CostFound
             ADD 1 TO NoCostCount
             IF ArticleFound
                ADD 1 TO MarNoCost(ArticleSub)
             END-IF
          ELSE IF SpdQuantity > ZERO AND SpdNet < LineCost
             ADD 1 TO BelowCostCount
             IF ArticleFound
                ADD 1 TO MarBelowCost(ArticleSub)
             END-IF
          END-IF.
          MOVE SpdSupplierId TO LookUpSupplierId.
          PERFORM PickSupTotalEntry.
          IF SupTotalFound
             ADD SpdQuantity TO StotQuantity(SupTotalSub)
             ADD SpdNet TO StotNet(SupTotalSub)
             ADD LineCost TO StotCost(SupTotalSub)
          END-IF.
          PERFORM PickLocationEntry.
          IF LocationFound
             ADD SpdQuantity TO LocTableQty(LocationSub)
             ADD SpdNet TO LocTableNet(LocationSub)
             ADD LineCost TO LocTableCost(LocationSub)
          END-IF.

      * The cost in force is the last one on file for the supplier
      * and article whose valid-from date is not after the day the
      * sale was posted.
       LookUpCostPrice.
          MOVE 'N' TO CostFound-Sw.
          MOVE ZERO TO FoundCostPrice.
          IF CostFileOpen
             MOVE SpdSupplierId TO CstSupplierId
             MOVE SpdArticleId TO CstArticleId
             MOVE ZERO TO CstValidFrom
             START CostFile KEY NOT LESS THAN CstKey
                INVALID KEY SET CostFileEnd TO TRUE
             END-START
             IF NOT CostFileEnd
                PERFORM ReadCost
                PERFORM UNTIL CostFileEnd
                   OR CstSupplierId NOT = SpdSupplierId
                   OR CstArticleId NOT = SpdArticleId
                   OR CstValidFrom > SpdPostDate
                   MOVE CstCostPrice TO FoundCostPrice
                   SET CostFound TO TRUE
                   PERFORM ReadCost
                END-PERFORM
             END-IF
          END-IF.

       ReadCost.
          READ CostFile NEXT RECORD
             AT END SET CostFileEnd TO TRUE
          END-READ.

      * Articles are kept in ArticleId order; a new one shuffles the
      * higher ids up one place to make room.
       PickArticleEntry.
          MOVE 'N' TO ArticleFound-Sw.
          PERFORM VARYING ArticleSub FROM 1 BY 1
             UNTIL ArticleSub > ArticleCount OR ArticleFound
             OR MarArticleId(ArticleSub) > SpdArticleId
             IF MarArticleId(ArticleSub) = SpdArticleId
                SET ArticleFound TO TRUE
             END-IF
          END-PERFORM.
          IF ArticleFound
             SUBTRACT 1 FROM ArticleSub
          ELSE IF ArticleCount = ArticleLimit
             SET ArticleTableFull TO TRUE
             ADD 1 TO DroppedCount
          ELSE
             MOVE ArticleCount TO ShuffleSub
             PERFORM UNTIL ShuffleSub < ArticleSub
                MOVE ArticleEntry(ShuffleSub)
                   TO ArticleEntry(ShuffleSub + 1)
                SUBTRACT 1 FROM ShuffleSub
             END-PERFORM
             ADD 1 TO ArticleCount
             MOVE SpdArticleId TO MarArticleId(ArticleSub)
             MOVE SpdSupplierId TO MarSupplierId(ArticleSub)
             MOVE ZERO TO MarQuantity(ArticleSub)
             MOVE ZERO TO MarNet(ArticleSub)
             MOVE ZERO TO MarCost(ArticleSub)
             MOVE ZERO TO MarBelowCost(ArticleSub)
             MOVE ZERO TO MarNoCost(ArticleSub)
             SET ArticleFound TO TRUE
          END-IF.

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
             MOVE ZERO TO StotQuantity(SupTotalSub)
             MOVE ZERO TO StotNet(SupTotalSub)
             MOVE ZERO TO StotCost(SupTotalSub)
          END-IF.

       PickLocationEntry.
          MOVE 'N' TO LocationFound-Sw.
          PERFORM VARYING LocationSub FROM 1 BY 1
             UNTIL LocationSub > LocationCount OR LocationFound
             IF LocTableId(LocationSub) = SpdLocationId
                SET LocationFound TO TRUE
             END-IF
          END-PERFORM.
          IF LocationFound
             SUBTRACT 1 FROM LocationSub
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

       WriteReport.
          OPEN OUTPUT MarginReport.
          MOVE SelectFromDate TO HeadFromDate.
          MOVE SelectToDate TO HeadToDate.
          WRITE ReportLine FROM HeadingLine1.
          WRITE ReportLine FROM SPACES.
          MOVE "BY ARTICLE" TO SectionTitle.
          WRITE ReportLine FROM SectionHeading.
          PERFORM VARYING ArticleSub FROM 1 BY 1
             UNTIL ArticleSub > ArticleCount
             PERFORM WriteArticleLine
          END-PERFORM.
          WRITE ReportLine FROM SPACES.
          MOVE "BY SUPPLIER" TO SectionTitle.
          WRITE ReportLine FROM SectionHeading.
          PERFORM VARYING SupTotalSub FROM 1 BY 1
             UNTIL SupTotalSub > SupTotalCount
             PERFORM WriteSupplierLine
          END-PERFORM.
          WRITE ReportLine FROM SPACES.
          MOVE "BY LOCATION" TO SectionTitle.
          WRITE ReportLine FROM SectionHeading.
          PERFORM VARYING LocationSub FROM 1 BY 1
             UNTIL LocationSub > LocationCount
             PERFORM WriteLocationLine
          END-PERFORM.
          WRITE ReportLine FROM SPACES.
          MOVE TotalNet TO WorkNet.
          MOVE TotalCost TO WorkCost.
          PERFORM ComputeMargin.
          MOVE TotalNet TO TlNet.
          MOVE TotalCost TO TlCost.
          MOVE MarginValue TO TlMargin.
          MOVE MarginPct TO TlMarginPct.
          WRITE ReportLine FROM TotalLine.
          WRITE ReportLine FROM SPACES.
          MOVE PostedReadCount TO SumRead.
          WRITE ReportLine FROM SummaryLine1.
          MOVE PostedUsedCount TO SumUsed.
          WRITE ReportLine FROM SummaryLine2.
          MOVE BelowCostCount TO SumBelowCost.
          WRITE ReportLine FROM SummaryLine3.
          MOVE NoCostCount TO SumNoCost.
          WRITE ReportLine FROM SummaryLine4.
          CLOSE MarginReport.

       ComputeMargin.
          COMPUTE MarginValue = WorkNet - WorkCost.
          IF WorkNet = ZERO
             MOVE ZERO TO MarginPct
          ELSE
             COMPUTE MarginPct ROUNDED = MarginValue * 100 / WorkNet
          END-IF.

       WriteArticleLine.
          MOVE MarArticleId(ArticleSub) TO MdKeyId.
          MOVE MarArticleId(ArticleSub) TO ArticleId.
          READ PriceTable
             INVALID KEY SET PriceTableNotFound TO TRUE
          END-READ.
          IF PriceTableOk
             MOVE ArticleDesc TO MdName
          ELSE
             MOVE "NOT ON PRICE TABLE" TO MdName
          END-IF.
          MOVE MarQuantity(ArticleSub) TO MdQuantity.
          MOVE MarNet(ArticleSub) TO WorkNet.
          MOVE MarCost(ArticleSub) TO WorkCost.
          PERFORM WriteMarginFigures.
          IF MarBelowCost(ArticleSub) > ZERO
             MOVE "BELOW COST" TO MdTag
          ELSE IF MarNoCost(ArticleSub) > ZERO
             MOVE "NO COST" TO MdTag
          END-IF.
          WRITE ReportLine FROM MarginDetail.

       WriteSupplierLine.
          MOVE StotSupplierId(SupTotalSub) TO MdKeyId.
          MOVE StotSupplierId(SupTotalSub) TO LookUpSupplierId.
          PERFORM LookUpSupplierName.
          MOVE FoundSupplierName TO MdName.
          MOVE StotQuantity(SupTotalSub) TO MdQuantity.
          MOVE StotNet(SupTotalSub) TO WorkNet.
          MOVE StotCost(SupTotalSub) TO WorkCost.
          PERFORM WriteMarginFigures.
          WRITE ReportLine FROM MarginDetail.

       WriteLocationLine.
          MOVE LocTableId(LocationSub) TO MdKeyId.
          MOVE LocTableName(LocationSub) TO MdName.
          MOVE LocTableQty(LocationSub) TO MdQuantity.
          MOVE LocTableNet(LocationSub) TO WorkNet.
          MOVE LocTableCost(LocationSub) TO WorkCost.
          PERFORM WriteMarginFigures.
          WRITE ReportLine FROM MarginDetail.

       WriteMarginFigures.
          PERFORM ComputeMargin.
          MOVE WorkNet TO MdNet.
          MOVE WorkCost TO MdCost.
          MOVE MarginValue TO MdMargin.
          MOVE MarginPct TO MdMarginPct.
          MOVE SPACES TO MdTag.
