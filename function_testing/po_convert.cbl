       IDENTIFICATION DIVISION.
       PROGRAM-ID. PURCHCNV.
       AUTHOR. Simon Schliesky.
       DATE-WRITTEN. 15/10/2026.

      * One-off conversion of an existing purchase order file to the
      * current PurchaseOrderLine layout. The old file carried the PO
      * number and article, supplier, order and due dates, ordered and
      * received quantities and the line status; the current layout
      * adds PoCostPrice, PoInvoicedQty and PoReceiptDate, so every
      * program now refuses the old file with status 39. Rename the
      * existing file to purchOrder.old, run this once, and a fresh
      * purchOrder.dat in the current layout is built with the new
      * fields zeroed. Lines converted this way carry no order cost
      * and nothing invoiced, and closed lines have no receipt date,
      * so SUPPSCOR leaves them out of the lead time it measures.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OldPurchOrderFile
             ASSIGN TO "purchOrder.old"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS OldPoKey
             FILE STATUS IS OldPurchOrderStatus.
          SELECT PurchOrderFile
             ASSIGN TO "purchOrder.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PoKey
             FILE STATUS IS PurchOrderStatus.

       DATA DIVISION.
       FILE SECTION.
       FD OldPurchOrderFile.
       01 OldPurchaseOrderLine.
          02 OldPoKey.
             03 OldPoNumber      PIC 9(6).
             03 OldPoArticleId   PIC 9(6).
          02 OldPoSupplierId     PIC 9(4).
          02 OldPoOrderDate      PIC 9(8).
          02 OldPoDueDate        PIC 9(8).
          02 OldPoOrderQty       PIC 9(6).
          02 OldPoReceivedQty    PIC 9(6).
          02 OldPoLineStatus     PIC X(01).

       FD PurchOrderFile.
          COPY podtl.

       WORKING-STORAGE SECTION.
       01 OldPurchOrderStatus PIC X(02).
          88 OldPurchOrderOk     VALUE '00'.
          88 OldPurchOrderEnd    VALUE '10'.

       01 PurchOrderStatus    PIC X(02).
          88 PurchOrderOk        VALUE '00'.

       01 ConvertCounters.
          02 ConvertReadCount  PIC 9(06) VALUE ZERO.
          02 ConvertWriteCount PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       Main.
          OPEN INPUT OldPurchOrderFile.
          IF NOT OldPurchOrderOk
             DISPLAY "No purchOrder.old to convert - status "
                OldPurchOrderStatus
             DISPLAY "Rename the existing purchase order file to"
                " purchOrder.old first"
          ELSE
             OPEN OUTPUT PurchOrderFile
             PERFORM ReadOldPoLine
             PERFORM UNTIL OldPurchOrderEnd
                ADD 1 TO ConvertReadCount
                PERFORM WriteNewPoLine
                PERFORM ReadOldPoLine
             END-PERFORM
             CLOSE OldPurchOrderFile
             CLOSE PurchOrderFile
             DISPLAY "PO lines read    : " ConvertReadCount
             DISPLAY "PO lines written : " ConvertWriteCount
             IF ConvertReadCount NOT = ConvertWriteCount
                DISPLAY "Counts differ - check before using the"
                   " converted file"
             END-IF
          END-IF.
          STOP RUN.

       ReadOldPoLine.
          READ OldPurchOrderFile NEXT RECORD
             AT END SET OldPurchOrderEnd TO TRUE
          END-READ.

       WriteNewPoLine.
          MOVE OldPoNumber TO PoNumber.
          MOVE OldPoArticleId TO PoArticleId.
          MOVE OldPoSupplierId TO PoSupplierId.
          MOVE OldPoOrderDate TO PoOrderDate.
          MOVE OldPoDueDate TO PoDueDate.
          MOVE OldPoOrderQty TO PoOrderQty.
          MOVE OldPoReceivedQty TO PoReceivedQty.
          MOVE OldPoLineStatus TO PoLineStatus.
          MOVE ZERO TO PoCostPrice.
          MOVE ZERO TO PoInvoicedQty.
          MOVE ZERO TO PoReceiptDate.
          WRITE PurchaseOrderLine.
          IF PurchOrderOk
             ADD 1 TO ConvertWriteCount
          ELSE
             DISPLAY "PO " OldPoNumber " article " OldPoArticleId
                " write failed - status " PurchOrderStatus
          END-IF.
