      * goodsReceipt.rpt for purchasing to chase, and the PO is
      * reported closed only once a re-scan finds no line left open
      * - a line that could not be worked stays open and the report
      * says so rather than contradicting POREPORT. Lines can be
      * picked by scanning the EAN off the carton (looked up on
      * barcode.dat after its check digit is validated) or keying
      * the ArticleId, in whatever order the delivery is unpacked;
      * the lines not picked that way are then asked for one by one
      * as before, so nothing on the PO is skipped. Every line closed
      * is stamped with the receipt date for the supplier scorecard
      * (SUPPSCOR).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LocationId
             FILE STATUS IS LocationFileStatus.
          SELECT BarcodeFile
             ASSIGN TO "barcode.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BarEan
             ALTERNATE RECORD KEY IS BarArticleId
                WITH DUPLICATES
             FILE STATUS IS BarcodeFileStatus.
          SELECT ReceiptReport
             ASSIGN TO "goodsReceipt.rpt"
             ORGANIZATION IS LINE SEQUENTIAL
       FD LocationFile.
          COPY locmst.

       FD BarcodeFile.
          COPY barcode.

       FD ReceiptReport.
       01 ReportLine  PIC X(80).

          88 LocationFileOk       VALUE '00'.
          88 LocationFileNotFound VALUE '23'.

       01 BarcodeFileStatus PIC X(02).
          88 BarcodeFileOk        VALUE '00' '02'.
          88 BarcodeFileNotFound  VALUE '23'.

       01 BarcodeFile-Sw    PIC X(01) VALUE 'N'.
          88 BarcodeFileOpen  VALUE 'Y'.
       01 CodeResolved-Sw   PIC X(01).
          88 CodeResolved     VALUE 'Y'.
       01 EntryCode         PIC 9(13).
       01 ResolvedArticleId PIC 9(06).

       01 EanCheckArea.
          02 EanCheckCode   PIC 9(13).
          02 EanCheckDigits REDEFINES EanCheckCode.
             03 EanDigit    PIC 9(01) OCCURS 13 TIMES.
       01 EanSub            PIC 9(02).
       01 EanSum            PIC 9(04).
       01 EanWork           PIC 9(04).
       01 EanRemainder      PIC 9(02).
       01 EanExpected       PIC 9(02).
       01 EanValid-Sw       PIC X(01).
          88 EanValid         VALUE 'Y'.

       01 TodayDate         PIC 9(08).
       01 ReceiptPoNumber   PIC 9(6).
       01 ReceiptLocationId PIC 9(3).
       01 ReceivedQty       PIC 9(6).
       01 PoLineTable.
          02 PoLineEntry OCCURS 100 TIMES.
             03 PolArticleId  PIC 9(6).
             03 PolWorked     PIC X(01).
                88 PolLineWorked VALUE 'Y'.
       01 PoLineLoaded      PIC 9(03) VALUE ZERO.
       01 PoLineSub         PIC 9(03) VALUE ZERO.
       01 PoLineLimit       PIC 9(03) VALUE 100.
       01 RemainingOpen     PIC 9(03) VALUE ZERO.
       01 PoLineFound-Sw    PIC X(01) VALUE 'N'.
          88 PoLineFound    VALUE 'Y'.

       01 ReceiptCounters.
          02 LinesMatched    PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       Main.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          OPEN I-O PurchOrderFile.
          IF NOT PurchOrderOk
             DISPLAY "No purchase orders on file - status "
          PERFORM GetReceiptLocation.
          PERFORM OpenMovementFile.
          PERFORM OpenReceiptReport.
          PERFORM OpenBarcodeFile.
          DISPLAY "Goods receipt against open purchase orders."
          DISPLAY "PO number zero ends.".
          PERFORM GetPoNumber.
          CLOSE PurchOrderFile.
          CLOSE MovementFile.
          CLOSE ReceiptReport.
          IF BarcodeFileOpen
             CLOSE BarcodeFile
          END-IF.
          DISPLAY "Lines matched in full : " LinesMatched.
          DISPLAY "Lines short delivered : " LinesShort.
          DISPLAY "Lines over delivered  : " LinesOver.
             OPEN OUTPUT ReceiptReport
          END-IF.

      * Without a barcode file lines are still picked by ArticleId.
       OpenBarcodeFile.
          OPEN INPUT BarcodeFile.
          IF BarcodeFileOk
             SET BarcodeFileOpen TO TRUE
          END-IF.

       GetPoNumber.
          DISPLAY "Enter - PO number".
          ACCEPT ReceiptPoNumber.
          IF PoLineLoaded = ZERO
             DISPLAY "PO " ReceiptPoNumber " has no open lines"
          ELSE
             PERFORM ScanReceivedLines
             PERFORM VARYING PoLineSub FROM 1 BY 1
                UNTIL PoLineSub > PoLineLoaded
                IF NOT PolLineWorked(PoLineSub)
                   PERFORM ReceivePoLine
                END-IF
             END-PERFORM
             PERFORM CheckPoClosed
          END-IF.
                   ADD 1 TO PoLineLoaded
                   MOVE PoArticleId
                      TO PolArticleId(PoLineLoaded)
                   MOVE 'N' TO PolWorked(PoLineLoaded)
                   IF PoLineLoaded = 1
                      MOVE PoNumber TO HeadPoNumber
                      MOVE PoSupplierId TO HeadSupplierId
             AT END SET PurchOrderEnd TO TRUE
          END-READ.

       ScanReceivedLines.
          DISPLAY "Scan the EAN or key the ArticleId of each line"
             " received. Zero goes through the lines left one by"
             " one.".
          PERFORM GetScannedArticle.
          PERFORM UNTIL ResolvedArticleId = ZERO
             PERFORM FindPoLine
             IF NOT PoLineFound
                DISPLAY "ArticleId " ResolvedArticleId
                   " is not an open line on PO " ReceiptPoNumber
             ELSE IF PolLineWorked(PoLineSub)
                DISPLAY "ArticleId " ResolvedArticleId
                   " already received on this delivery"
             ELSE
                PERFORM ReceivePoLine
             END-IF
             PERFORM GetScannedArticle
          END-PERFORM.

       GetScannedArticle.
          PERFORM GetArticleCode.
          PERFORM UNTIL CodeResolved
             PERFORM GetArticleCode
          END-PERFORM.

      * The VARYING loop has stepped one past the match by the time
      * it sees the flag, so step back onto the matched entry.
       FindPoLine.
          MOVE 'N' TO PoLineFound-Sw.
          PERFORM VARYING PoLineSub FROM 1 BY 1
             UNTIL PoLineSub > PoLineLoaded OR PoLineFound
             IF PolArticleId(PoLineSub) = ResolvedArticleId
                SET PoLineFound TO TRUE
             END-IF
          END-PERFORM.
          IF PoLineFound
             SUBTRACT 1 FROM PoLineSub
          END-IF.

      * Anything longer than six digits is taken as an EAN.
       GetArticleCode.
          SET CodeResolved TO TRUE.
          DISPLAY "Enter - EAN or ArticleId".
          ACCEPT EntryCode.
          IF EntryCode > 999999
             PERFORM LookUpEan
          ELSE
             MOVE EntryCode TO ResolvedArticleId
          END-IF.

       LookUpEan.
          MOVE EntryCode TO EanCheckCode.
          PERFORM CheckEanDigit.
          IF NOT EanValid
             DISPLAY "EAN " EntryCode " fails the check digit"
             MOVE 'N' TO CodeResolved-Sw
          ELSE IF NOT BarcodeFileOpen
             DISPLAY "No barcode file - key the ArticleId"
             MOVE 'N' TO CodeResolved-Sw
          ELSE
             MOVE EntryCode TO BarEan
             READ BarcodeFile
                INVALID KEY SET BarcodeFileNotFound TO TRUE
             END-READ
             IF BarcodeFileOk
                MOVE BarArticleId TO ResolvedArticleId
             ELSE
                DISPLAY "EAN " EntryCode " not on file - key the"
                   " ArticleId"
                MOVE 'N' TO CodeResolved-Sw
             END-IF
          END-IF.

      * Weights 1 and 3 alternate from the left over the first
      * twelve digits; the check digit brings the sum up to the next
      * multiple of ten.
       CheckEanDigit.
          MOVE ZERO TO EanSum.
          PERFORM VARYING EanSub FROM 1 BY 2 UNTIL EanSub > 11
             ADD EanDigit(EanSub) TO EanSum
          END-PERFORM.
          PERFORM VARYING EanSub FROM 2 BY 2 UNTIL EanSub > 12
             COMPUTE EanSum = EanSum + (EanDigit(EanSub) * 3)
          END-PERFORM.
          DIVIDE EanSum BY 10 GIVING EanWork REMAINDER EanRemainder.
          IF EanRemainder = ZERO
             MOVE ZERO TO EanExpected
          ELSE
             COMPUTE EanExpected = 10 - EanRemainder
          END-IF.
          IF EanDigit(13) = EanExpected
             SET EanValid TO TRUE
          ELSE
             MOVE 'N' TO EanValid-Sw
          END-IF.

       ReceivePoLine.
          SET PolLineWorked(PoLineSub) TO TRUE.
          MOVE ReceiptPoNumber TO PoNumber.
          MOVE PolArticleId(PoLineSub) TO PoArticleId.
          READ PurchOrderFile

       CloseOutPoLine.
          MOVE ReceivedQty TO PoReceivedQty.
          MOVE TodayDate TO PoReceiptDate.
          IF ReceivedQty = PoOrderQty
             SET PoLineClosed TO TRUE
             ADD 1 TO LinesMatched
