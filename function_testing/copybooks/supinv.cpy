      *****************************************************************
      * SUPINV - supplier invoice line record (supInvoice.dat,
      * indexed on supplier, invoice number, PO number and article).
      * One record per PO line billed on a supplier invoice, keyed
      * by accounts payable through INVENTRY with the quantity and
      * unit price (excl. VAT) the supplier is charging. INVMATCH
      * checks every line not yet released against the PO line on
      * purchOrder.dat and either releases it for payment or holds
      * it with the reason; a held line is matched again on every
      * run, so it clears once the goods come in or the invoice is
      * corrected.
      *****************************************************************
       01 SupplierInvoiceLine.
          02 InvKey.
             03 InvSupplierId  PIC 9(4).
             03 InvNumber      PIC X(10).
             03 InvPoNumber    PIC 9(6).
             03 InvArticleId   PIC 9(6).
          02 InvDate           PIC 9(8).
          02 InvQuantity       PIC 9(6).
          02 InvUnitPrice      PIC 9(6)V99.
          02 InvEnteredBy      PIC X(8).
          02 InvStatus         PIC X(01).
             88 InvUnmatched   VALUE 'U'.
             88 InvReleased    VALUE 'R'.
             88 InvHeld        VALUE 'H'.
          02 InvHoldReason     PIC X(20).
          02 InvMatchDate      PIC 9(8).
