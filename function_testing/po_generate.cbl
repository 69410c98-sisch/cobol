      * supplier is not on file stay on the REORDEXT report - there
      * is nobody to send a PO to. PO numbers come from
      * poControl.dat. Every PO written is listed on poRegister.rpt.
      * Each line is stamped with the supplier's cost price in force
      * on the order date from supCost.dat; a line with no cost on
      * file goes out at zero cost and is marked on the register so
      * purchasing can key the price in COSTMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PoKey
             FILE STATUS IS PurchOrderStatus.
          SELECT CostFile
             ASSIGN TO "supCost.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CstKey
             FILE STATUS IS CostFileStatus.
          SELECT PoControlFile
             ASSIGN TO "poControl.dat"
             ORGANIZATION IS LINE SEQUENTIAL
       FD PurchOrderFile.
          COPY podtl.

       FD CostFile.
          COPY supcost.

       FD PoControlFile.
          COPY poctl.

       FD PoRegister.
       01 RegisterLine  PIC X(110).

       WORKING-STORAGE SECTION.
       01 PriceTableStatus  PIC X(02).
          88 PurchOrderOk     VALUE '00'.
          88 PurchOrderEnd    VALUE '10'.

       01 CostFileStatus    PIC X(02).
          88 CostFileOk       VALUE '00'.
          88 CostFileEnd      VALUE '10'.

       01 CostFileOpen-Sw   PIC X(01) VALUE 'N'.
          88 CostFileOpen   VALUE 'Y'.
       01 CostFound-Sw      PIC X(01) VALUE 'N'.
          88 CostFound      VALUE 'Y'.
       01 FoundCostPrice    PIC 9(6)V99.
       01 NoCostCount       PIC 9(06) VALUE ZERO.

       01 PoControlStatus   PIC X(02).
          88 PoControlOk      VALUE '00'.
          88 PoControlEnd     VALUE '10'.
          02 RegOnHand         PIC ZZZ,ZZ9.
          02 FILLER            PIC X(09) VALUE "  LEVEL ".
          02 RegLevel          PIC ZZZ,ZZ9.
          02 FILLER            PIC X(07) VALUE "  COST ".
          02 RegCostPrice      PIC ZZZ,ZZ9.99.
          02 FILLER            PIC X(01) VALUE SPACES.
          02 RegCostTag        PIC X(07).

       01 GroupTotalLine.
          02 FILLER           PIC X(22) VALUE "   LINES ON THIS PO ..".
          02 FILLER          PIC X(24) VALUE "ORDER LINES WRITTEN ....".
          02 SumLineCount    PIC ZZZ,ZZ9.

       01 SummaryLine3.
          02 FILLER          PIC X(24) VALUE "LINES WITH NO COST .....".
          02 SumNoCostCount  PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          PERFORM LoadOpenOrders.
          PERFORM LoadPoControl.
          PERFORM OpenPurchOrderFile.
          PERFORM OpenCostFile.
          OPEN OUTPUT PoRegister.
          MOVE "PURCHASE ORDER REGISTER" TO RegisterLine.
          WRITE RegisterLine.
          END-PERFORM.
          PERFORM WriteSummary.
          CLOSE PurchOrderFile.
          IF CostFileOpen
             CLOSE CostFile
          END-IF.
          CLOSE PoRegister.
          PERFORM SavePoControl.
          DISPLAY "Purchase orders written: " PoCount.
          DISPLAY "Order lines written    : " PoLineCount.
          DISPLAY "Lines with no cost     : " NoCostCount.
          STOP RUN.

       LoadSuppliers.
             OPEN OUTPUT PurchOrderFile
          END-IF.

       OpenCostFile.
          OPEN INPUT CostFile.
          IF CostFileOk
             SET CostFileOpen TO TRUE
          ELSE
             DISPLAY "No supplier cost file - lines go out at zero"
                " cost"
          END-IF.

       GenerateSupplierPo.
          MOVE SupTableId(SupplierSub) TO CurrentSupplierId.
          MOVE ZERO TO GroupCount.
          MOVE SuggestedQty TO PoOrderQty.
          MOVE ZERO TO PoReceivedQty.
          SET PoLineOpen TO TRUE.
          PERFORM LookUpCostPrice.
          MOVE FoundCostPrice TO PoCostPrice.
          MOVE ZERO TO PoInvoicedQty.
          MOVE ZERO TO PoReceiptDate.
          WRITE PurchaseOrderLine.
          IF PurchOrderOk
             ADD 1 TO GroupCount
          MOVE WorkDate TO HeadDueDate.
          WRITE RegisterLine FROM PoHeadingLine.

      * The cost in force is the last one on file for this supplier
      * and article whose valid-from date is not after today.
       LookUpCostPrice.
          MOVE 'N' TO CostFound-Sw.
          MOVE ZERO TO FoundCostPrice.
          IF CostFileOpen
             MOVE CurrentSupplierId TO CstSupplierId
             MOVE ArticleId TO CstArticleId
             MOVE ZERO TO CstValidFrom
             START CostFile KEY NOT LESS THAN CstKey
                INVALID KEY SET CostFileEnd TO TRUE
             END-START
             IF NOT CostFileEnd
                PERFORM ReadCost
                PERFORM UNTIL CostFileEnd
                   OR CstSupplierId NOT = CurrentSupplierId
                   OR CstArticleId NOT = ArticleId
                   OR CstValidFrom > TodayDate
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

       ComputeSuggestedQty.
          COMPUTE LeadCoverQty ROUNDED = ReorderLevel
             * SupTableLeadDays(SupplierSub) / 30.
          MOVE PoOrderQty TO RegOrderQty.
          MOVE OnHandQty TO RegOnHand.
          MOVE ReorderLevel TO RegLevel.
          MOVE PoCostPrice TO RegCostPrice.
          IF CostFound
             MOVE SPACES TO RegCostTag
          ELSE
             MOVE "NO COST" TO RegCostTag
             ADD 1 TO NoCostCount
          END-IF.
          WRITE RegisterLine FROM PoDetailLine.

       WriteSummary.
          WRITE RegisterLine FROM SummaryLine1.
          MOVE PoLineCount TO SumLineCount.
          WRITE RegisterLine FROM SummaryLine2.
          MOVE NoCostCount TO SumNoCostCount.
          WRITE RegisterLine FROM SummaryLine3.
