       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVMATCH.
       AUTHOR. Simon Schliesky.
       DATE-WRITTEN. 15/10/2026.

      * Three-way match of supplier invoices against the purchase
      * order and the goods receipt. Every invoice line on
      * supInvoice.dat that has not yet been released - new lines
      * from INVENTRY and lines held on an earlier run - is checked
      * against its PO line on purchOrder.dat as POGENER raised it
      * and GOODSRCV received it. A line is held, with the first
      * reason that applies, when the PO line is not on file or
      * belongs to another supplier, when nothing has been received
      * against it yet, when the quantity invoiced plus what was
      * already released on earlier invoices is more than was
      * received (over-billed), when the PO line carries no cost
      * price to check against, or when the invoiced unit price is
      * further from the PO cost price than the tolerance the
      * operator enters (in percent). Anything else is released for
      * payment: the line is marked released with the match date
      * and its quantity is added to PoInvoicedQty, so the same
      * goods cannot be paid for twice. Released lines go onto
      * paymentRelease.rpt and held lines onto paymentHold.rpt,
      * both grouped per supplier with a value subtotal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT InvoiceFile
             ASSIGN TO "supInvoice.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS InvKey
             FILE STATUS IS InvoiceFileStatus.
          SELECT PurchOrderFile
             ASSIGN TO "purchOrder.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PoKey
             FILE STATUS IS PurchOrderStatus.
          SELECT SupplierFile
             ASSIGN TO "supplier.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SupplierId
             FILE STATUS IS SupplierFileStatus.
          SELECT HoldReport
             ASSIGN TO "paymentHold.rpt"
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT ReleaseReport
             ASSIGN TO "paymentRelease.rpt"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD InvoiceFile.
          COPY supinv.

       FD PurchOrderFile.
          COPY podtl.

       FD SupplierFile.
          COPY supdtl.

       FD HoldReport.
       01 HoldLine     PIC X(120).

       FD ReleaseReport.
       01 ReleaseLine  PIC X(100).

       WORKING-STORAGE SECTION.
       01 InvoiceFileStatus  PIC X(02).
          88 InvoiceFileOk        VALUE '00'.
          88 InvoiceFileEnd       VALUE '10'.

       01 PurchOrderStatus   PIC X(02).
          88 PurchOrderOk         VALUE '00'.
          88 PurchOrderNotFound   VALUE '23'.

       01 SupplierFileStatus PIC X(02).
          88 SupplierFileOk       VALUE '00'.
          88 SupplierFileNotFound VALUE '23'.

       01 TodayDate          PIC 9(08).
       01 PriceTolerancePct  PIC 9(03).
       01 DefaultTolerance   PIC 9(03) VALUE 2.

       01 MatchReason        PIC X(20).
       01 PriceDiff          PIC S9(6)V99.
       01 LineValue          PIC 9(10)V99.

       01 CurrentSupplierId  PIC 9(4) VALUE ZERO.
       01 CurrentSupplierName PIC X(30).
       01 HoldHeadWritten-Sw PIC X(01) VALUE 'N'.
          88 HoldHeadWritten    VALUE 'Y'.
       01 ReleaseHeadWritten-Sw PIC X(01) VALUE 'N'.
          88 ReleaseHeadWritten VALUE 'Y'.

       01 SupHoldValue       PIC 9(10)V99 VALUE ZERO.
       01 SupReleaseValue    PIC 9(10)V99 VALUE ZERO.
       01 TotalHoldValue     PIC 9(10)V99 VALUE ZERO.
       01 TotalReleaseValue  PIC 9(10)V99 VALUE ZERO.

       01 MatchCounters.
          02 LinesRead       PIC 9(06) VALUE ZERO.
          02 LinesAlreadyPaid PIC 9(06) VALUE ZERO.
          02 LinesReleased   PIC 9(06) VALUE ZERO.
          02 LinesHeld       PIC 9(06) VALUE ZERO.

       01 HoldHeading1.
          02 FILLER PIC X(30) VALUE "PAYMENT HOLD REPORT".
          02 FILLER PIC X(06) VALUE "DATE: ".
          02 HhDate          PIC 9(08).
          02 FILLER PIC X(14) VALUE "  TOLERANCE %:".
          02 HhTolerance     PIC ZZ9.

       01 HoldHeading2.
          02 FILLER PIC X(12) VALUE "INVOICE".
          02 FILLER PIC X(08) VALUE "PO".
          02 FILLER PIC X(08) VALUE "ARTICLE".
          02 FILLER PIC X(08) VALUE " INV QTY".
          02 FILLER PIC X(08) VALUE " ORDERED".
          02 FILLER PIC X(08) VALUE " RECEIVD".
          02 FILLER PIC X(08) VALUE " PAID QT".
          02 FILLER PIC X(12) VALUE "   INV PRICE".
          02 FILLER PIC X(12) VALUE "    PO PRICE".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(20) VALUE "REASON".

       01 HoldDetail.
          02 HdInvNumber     PIC X(10).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 HdPoNumber      PIC 9(06).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 HdArticleId     PIC 9(06).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 HdInvQty        PIC ZZZ,ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 HdOrderQty      PIC ZZZ,ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 HdReceivedQty   PIC ZZZ,ZZ9.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 HdInvoicedQty   PIC ZZZ,ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 HdInvPrice      PIC ZZZ,ZZ9.99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 HdPoPrice       PIC ZZZ,ZZ9.99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 HdReason        PIC X(20).

       01 ReleaseHeading1.
          02 FILLER PIC X(30) VALUE "PAYMENT RELEASE REPORT".
          02 FILLER PIC X(06) VALUE "DATE: ".
          02 RhDate          PIC 9(08).

       01 ReleaseHeading2.
          02 FILLER PIC X(12) VALUE "INVOICE".
          02 FILLER PIC X(10) VALUE "INV DATE".
          02 FILLER PIC X(08) VALUE "PO".
          02 FILLER PIC X(08) VALUE "ARTICLE".
          02 FILLER PIC X(08) VALUE "     QTY".
          02 FILLER PIC X(12) VALUE "  UNIT PRICE".
          02 FILLER PIC X(16) VALUE "           VALUE".

       01 ReleaseDetail.
          02 RdInvNumber     PIC X(10).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RdInvDate       PIC 9(08).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RdPoNumber      PIC 9(06).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RdArticleId     PIC 9(06).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RdQuantity      PIC ZZZ,ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RdUnitPrice     PIC ZZZ,ZZ9.99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RdValue         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 SupplierHeading.
          02 FILLER          PIC X(10) VALUE "SUPPLIER: ".
          02 ShSupplierId    PIC 9(4).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 ShSupplierName  PIC X(30).

       01 SupplierTotalLine.
          02 FILLER          PIC X(24) VALUE "SUPPLIER TOTAL .........".
          02 StlValue        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 GrandTotalLine.
          02 FILLER          PIC X(24) VALUE "TOTAL VALUE ............".
          02 GtlValue        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 SummaryLine1.
          02 FILLER          PIC X(24) VALUE "INVOICE LINES READ .....".
          02 SumRead         PIC ZZZ,ZZ9.

       01 SummaryLine2.
          02 FILLER          PIC X(24) VALUE "LINES RELEASED .........".
          02 SumReleased     PIC ZZZ,ZZ9.

       01 SummaryLine3.
          02 FILLER          PIC X(24) VALUE "LINES HELD .............".
          02 SumHeld         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main.
          PERFORM GetTolerance.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          OPEN I-O InvoiceFile.
          IF NOT InvoiceFileOk
             DISPLAY "No supplier invoices on file - status "
                InvoiceFileStatus
             STOP RUN
          END-IF.
          OPEN I-O PurchOrderFile.
          IF NOT PurchOrderOk
             DISPLAY "No purchase orders on file - status "
                PurchOrderStatus
             CLOSE InvoiceFile
             STOP RUN
          END-IF.
          OPEN INPUT SupplierFile.
          OPEN OUTPUT HoldReport.
          OPEN OUTPUT ReleaseReport.
          MOVE TodayDate TO HhDate.
          MOVE PriceTolerancePct TO HhTolerance.
          WRITE HoldLine FROM HoldHeading1.
          MOVE TodayDate TO RhDate.
          WRITE ReleaseLine FROM ReleaseHeading1.
          PERFORM ReadInvoiceLine.
          PERFORM UNTIL InvoiceFileEnd
             ADD 1 TO LinesRead
             IF InvSupplierId NOT = CurrentSupplierId
                PERFORM SupplierBreak
                MOVE InvSupplierId TO CurrentSupplierId
                PERFORM LookUpSupplierName
             END-IF
             IF InvReleased
                ADD 1 TO LinesAlreadyPaid
             ELSE
                PERFORM MatchInvoiceLine
             END-IF
             PERFORM ReadInvoiceLine
          END-PERFORM.
          PERFORM SupplierBreak.
          PERFORM WriteTotals.
          CLOSE HoldReport.
          CLOSE ReleaseReport.
          CLOSE SupplierFile.
          CLOSE PurchOrderFile.
          CLOSE InvoiceFile.
          DISPLAY "Invoice lines read    : " LinesRead.
          DISPLAY "Already released      : " LinesAlreadyPaid.
          DISPLAY "Released for payment  : " LinesReleased.
          DISPLAY "Held                  : " LinesHeld.
          STOP RUN.

       GetTolerance.
          DISPLAY "Enter - Price tolerance in percent (zero for "
             DefaultTolerance ")".
          ACCEPT PriceTolerancePct.
          IF PriceTolerancePct NOT NUMERIC OR PriceTolerancePct = ZERO
             MOVE DefaultTolerance TO PriceTolerancePct
          END-IF.

       ReadInvoiceLine.
          READ InvoiceFile NEXT RECORD
             AT END SET InvoiceFileEnd TO TRUE
          END-READ.

       LookUpSupplierName.
          MOVE CurrentSupplierId TO SupplierId.
          READ SupplierFile
             INVALID KEY SET SupplierFileNotFound TO TRUE
          END-READ.
          IF SupplierFileOk
             MOVE SupplierName TO CurrentSupplierName
          ELSE
             MOVE "SUPPLIER NOT ON FILE" TO CurrentSupplierName
          END-IF.

      * A supplier heading only goes onto a report once that
      * supplier has a line on it, so the subtotal is only written
      * where the heading was.
       SupplierBreak.
          IF HoldHeadWritten
             MOVE SupHoldValue TO StlValue
             WRITE HoldLine FROM SupplierTotalLine
          END-IF.
          IF ReleaseHeadWritten
             MOVE SupReleaseValue TO StlValue
             WRITE ReleaseLine FROM SupplierTotalLine
          END-IF.
          MOVE 'N' TO HoldHeadWritten-Sw.
          MOVE 'N' TO ReleaseHeadWritten-Sw.
          MOVE ZERO TO SupHoldValue.
          MOVE ZERO TO SupReleaseValue.

      * The reasons are tried in order and the first that applies
      * is the one the line is held with.
       MatchInvoiceLine.
          MOVE SPACES TO MatchReason.
          MOVE InvPoNumber TO PoNumber.
          MOVE InvArticleId TO PoArticleId.
          READ PurchOrderFile
             INVALID KEY SET PurchOrderNotFound TO TRUE
          END-READ.
          IF PurchOrderNotFound
             MOVE "NO SUCH PO LINE" TO MatchReason
          ELSE IF PoSupplierId NOT = InvSupplierId
             MOVE "PO IS OTHER SUPPLIER" TO MatchReason
          ELSE IF PoReceivedQty = ZERO
             MOVE "NOT RECEIVED" TO MatchReason
          ELSE IF PoInvoicedQty + InvQuantity > PoReceivedQty
             MOVE "OVER-BILLED" TO MatchReason
          ELSE IF PoCostPrice = ZERO
             MOVE "NO PO PRICE" TO MatchReason
          ELSE
             PERFORM CheckPrice
          END-IF.
          COMPUTE LineValue = InvQuantity * InvUnitPrice.
          IF MatchReason = SPACES
             PERFORM ReleaseInvoiceLine
          ELSE
             PERFORM HoldInvoiceLine
          END-IF.

       CheckPrice.
          COMPUTE PriceDiff = InvUnitPrice - PoCostPrice.
          IF PriceDiff < ZERO
             COMPUTE PriceDiff = ZERO - PriceDiff
          END-IF.
          IF PriceDiff * 100 > PoCostPrice * PriceTolerancePct
             MOVE "PRICE DIFF" TO MatchReason
          END-IF.

       ReleaseInvoiceLine.
          ADD InvQuantity TO PoInvoicedQty.
          REWRITE PurchaseOrderLine.
          IF NOT PurchOrderOk
             DISPLAY "PO line rewrite failed for PO " PoNumber
                " ArticleId " PoArticleId " - status "
                PurchOrderStatus " - invoice line left unmatched"
          ELSE
             SET InvReleased TO TRUE
             MOVE SPACES TO InvHoldReason
             MOVE TodayDate TO InvMatchDate
             PERFORM RewriteInvoiceLine
             ADD 1 TO LinesReleased
             ADD LineValue TO SupReleaseValue
             ADD LineValue TO TotalReleaseValue
             PERFORM WriteReleaseDetail
          END-IF.

       HoldInvoiceLine.
          SET InvHeld TO TRUE.
          MOVE MatchReason TO InvHoldReason.
          MOVE TodayDate TO InvMatchDate.
          PERFORM RewriteInvoiceLine.
          ADD 1 TO LinesHeld.
          ADD LineValue TO SupHoldValue.
          ADD LineValue TO TotalHoldValue.
          PERFORM WriteHoldDetail.

       RewriteInvoiceLine.
          REWRITE SupplierInvoiceLine.
          IF NOT InvoiceFileOk
             DISPLAY "Invoice line rewrite failed for "
                InvNumber " - status " InvoiceFileStatus
          END-IF.

       WriteHoldDetail.
          IF NOT HoldHeadWritten
             MOVE CurrentSupplierId TO ShSupplierId
             MOVE CurrentSupplierName TO ShSupplierName
             WRITE HoldLine FROM SPACES
             WRITE HoldLine FROM SupplierHeading
             WRITE HoldLine FROM HoldHeading2
             SET HoldHeadWritten TO TRUE
          END-IF.
          MOVE InvNumber TO HdInvNumber.
          MOVE InvPoNumber TO HdPoNumber.
          MOVE InvArticleId TO HdArticleId.
          MOVE InvQuantity TO HdInvQty.
          MOVE InvUnitPrice TO HdInvPrice.
          IF PurchOrderNotFound
             MOVE ZERO TO HdOrderQty
             MOVE ZERO TO HdReceivedQty
             MOVE ZERO TO HdInvoicedQty
             MOVE ZERO TO HdPoPrice
          ELSE
             MOVE PoOrderQty TO HdOrderQty
             MOVE PoReceivedQty TO HdReceivedQty
             MOVE PoInvoicedQty TO HdInvoicedQty
             MOVE PoCostPrice TO HdPoPrice
          END-IF.
          MOVE MatchReason TO HdReason.
          WRITE HoldLine FROM HoldDetail.

       WriteReleaseDetail.
          IF NOT ReleaseHeadWritten
             MOVE CurrentSupplierId TO ShSupplierId
             MOVE CurrentSupplierName TO ShSupplierName
             WRITE ReleaseLine FROM SPACES
             WRITE ReleaseLine FROM SupplierHeading
             WRITE ReleaseLine FROM ReleaseHeading2
             SET ReleaseHeadWritten TO TRUE
          END-IF.
          MOVE InvNumber TO RdInvNumber.
          MOVE InvDate TO RdInvDate.
          MOVE InvPoNumber TO RdPoNumber.
          MOVE InvArticleId TO RdArticleId.
          MOVE InvQuantity TO RdQuantity.
          MOVE InvUnitPrice TO RdUnitPrice.
          MOVE LineValue TO RdValue.
          WRITE ReleaseLine FROM ReleaseDetail.

       WriteTotals.
          WRITE HoldLine FROM SPACES.
          MOVE TotalHoldValue TO GtlValue.
          WRITE HoldLine FROM GrandTotalLine.
          MOVE LinesRead TO SumRead.
          WRITE HoldLine FROM SummaryLine1.
          MOVE LinesHeld TO SumHeld.
          WRITE HoldLine FROM SummaryLine3.
          WRITE ReleaseLine FROM SPACES.
          MOVE TotalReleaseValue TO GtlValue.
          WRITE ReleaseLine FROM GrandTotalLine.
          MOVE LinesRead TO SumRead.
          WRITE ReleaseLine FROM SummaryLine1.
          MOVE LinesReleased TO SumReleased.
          WRITE ReleaseLine FROM SummaryLine2.
