      * generated for one supplier in one POGENER run; the goods
      * receipt run GOODSRCV fills in PoReceivedQty and sets the line
      * status when the delivery is matched. A PO is closed when none
      * of its lines is still 'O'. PoCostPrice is the supplier cost
      * (supCost.dat) in force on the order date, zero when none was
      * on file. PoInvoicedQty is the quantity already released for
      * payment by INVMATCH against supplier invoices. PoReceiptDate
      * is the date GOODSRCV closed the line against a delivery,
      * zero while the line is open; SUPPSCOR measures the supplier
      * against it.
      *****************************************************************
       01 PurchaseOrderLine.
          02 PoKey.
             88 PoLineClosed  VALUE 'C'.
             88 PoLineShort   VALUE 'S'.
             88 PoLineOver    VALUE 'V'.
          02 PoCostPrice      PIC 9(6)V99.
          02 PoInvoicedQty    PIC 9(6).
          02 PoReceiptDate    PIC 9(8).
