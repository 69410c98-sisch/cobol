       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVENTRY.
       AUTHOR. Simon Schliesky.
       DATE-WRITTEN. 15/10/2026.

      * Supplier invoice entry for accounts payable, in the same
      * add/maintain style as SUPPMNT. Adding takes the supplier, the
      * invoice number and date once and then one line per PO line
      * billed - PO number, ArticleId, the quantity invoiced and the
      * unit price charged (excl. VAT) - until a zero PO number ends
      * the invoice. Each line goes onto supInvoice.dat unmatched for
      * INVMATCH to check against purchOrder.dat; a line naming a PO
      * line that is not on file, or one raised on another supplier,
      * is accepted with a warning so the invoice is keyed as it
      * came, and the match will hold it. Maintaining lets a line
      * that has not yet been released be corrected (it goes back to
      * unmatched) or deleted. Needs a sign-on against users.dat with
      * maintainer authority (level 2).

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
          SELECT UserFile
             ASSIGN TO "users.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS UserId
             FILE STATUS IS UserFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD InvoiceFile.
          COPY supinv.

       FD PurchOrderFile.
          COPY podtl.

       FD SupplierFile.
          COPY supdtl.

       FD UserFile.
          COPY userdtl.

       WORKING-STORAGE SECTION.
       01 InvoiceFileStatus  PIC X(02).
          88 InvoiceFileOk        VALUE '00'.
          88 InvoiceFileDuplicate VALUE '22'.
          88 InvoiceFileNotFound  VALUE '23'.

       01 PurchOrderStatus   PIC X(02).
          88 PurchOrderOk         VALUE '00'.
          88 PurchOrderNotFound   VALUE '23'.

       01 SupplierFileStatus PIC X(02).
          88 SupplierFileOk       VALUE '00'.
          88 SupplierFileNotFound VALUE '23'.

       01 ModeChoice         PIC X(01).
          88 MaintainExisting  VALUE '2'.

       01 MaintAction        PIC X(01).
          88 MaintUpdate       VALUE 'U'.
          88 MaintDelete       VALUE 'D'.
          88 MaintSkip         VALUE 'S'.

       01 UserFileStatus     PIC X(02).
          88 UserFileOk          VALUE '00'.
          88 UserFileNotFound    VALUE '23'.

       01 SignOnAttempts     PIC 9(01) VALUE ZERO.
       01 SignedOn-Sw        PIC X(01) VALUE 'N'.
          88 SignedOn        VALUE 'Y'.
       01 SignOnUserId       PIC X(08).
       01 SignOnPassword     PIC X(08).
       01 SignedOnUser       PIC X(08) VALUE SPACES.
       01 SignedOnLevel      PIC 9(01) VALUE ZERO.

       01 TodayDate          PIC 9(08).
       01 EntrySupplierId    PIC 9(4).
       01 EntryInvNumber     PIC X(10).
       01 EntryInvDate       PIC 9(8).
       01 EntryPoNumber      PIC 9(6).
       01 EntryArticleId     PIC 9(6).

       01 InvoiceLineCount   PIC 9(04) VALUE ZERO.
       01 LinesWritten       PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       Main.
          PERFORM SignOn.
          IF NOT SignedOn
             STOP RUN
          END-IF.
          IF SignedOnLevel < 2
             DISPLAY "Invoice entry needs authority level 2"
             STOP RUN
          END-IF.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          OPEN INPUT SupplierFile.
          OPEN INPUT PurchOrderFile.
          DISPLAY "1 - Enter new supplier invoices".
          DISPLAY "2 - Maintain (update/delete) unreleased invoice"
             " lines".
          ACCEPT ModeChoice.
          IF MaintainExisting
             PERFORM MaintainMode
          ELSE
             PERFORM AddMode
          END-IF.
          CLOSE SupplierFile.
          CLOSE PurchOrderFile.
          DISPLAY "Invoice lines written: " LinesWritten.
          STOP RUN.

       SignOn.
          OPEN INPUT UserFile.
          IF UserFileStatus = '35'
             DISPLAY "No user master on file - run USERMNT first"
          ELSE
             PERFORM UNTIL SignedOn OR SignOnAttempts = 3
                ADD 1 TO SignOnAttempts
                PERFORM TrySignOn
             END-PERFORM
             CLOSE UserFile
             IF NOT SignedOn
                DISPLAY "Sign-on failed."
             END-IF
          END-IF.

       TrySignOn.
          DISPLAY "Enter - User id".
          ACCEPT SignOnUserId.
          DISPLAY "Enter - Password".
          ACCEPT SignOnPassword.
          MOVE SignOnUserId TO UserId.
          READ UserFile
             INVALID KEY SET UserFileNotFound TO TRUE
          END-READ.
          IF UserFileOk AND UserPassword = SignOnPassword
             SET SignedOn TO TRUE
             MOVE UserId TO SignedOnUser
             MOVE UserAuthLevel TO SignedOnLevel
          ELSE
             DISPLAY "User id or password wrong"
          END-IF.

       AddMode.
          PERFORM OpenInvoiceFileForAdd.
          DISPLAY "Enter invoices below. Zero SupplierId ends.".
          PERFORM GetInvoiceHeader.
          PERFORM UNTIL EntrySupplierId = ZERO
             MOVE ZERO TO InvoiceLineCount
             PERFORM GetInvoiceLineKey
             PERFORM UNTIL EntryPoNumber = ZERO
                PERFORM AddInvoiceLine
                PERFORM GetInvoiceLineKey
             END-PERFORM
             DISPLAY "Invoice " EntryInvNumber ": "
                InvoiceLineCount " line(s)"
             PERFORM GetInvoiceHeader
          END-PERFORM.
          CLOSE InvoiceFile.

       OpenInvoiceFileForAdd.
          OPEN I-O InvoiceFile.
          IF InvoiceFileStatus = '35'
             OPEN OUTPUT InvoiceFile
          END-IF.

       GetInvoiceHeader.
          MOVE ZERO TO EntrySupplierId.
          PERFORM GetSupplierId.
          IF EntrySupplierId NOT = ZERO
             DISPLAY "Enter - Invoice number"
             ACCEPT EntryInvNumber
             DISPLAY "Enter - Invoice date YYYYMMDD (zero = today)"
             ACCEPT EntryInvDate
             IF EntryInvDate = ZERO
                MOVE TodayDate TO EntryInvDate
             END-IF
          END-IF.

      * An unknown supplier is asked for again rather than keyed -
      * nothing could ever match it.
       GetSupplierId.
          DISPLAY "Enter - SupplierId".
          ACCEPT EntrySupplierId.
          MOVE SPACES TO SupplierFileStatus.
          PERFORM UNTIL EntrySupplierId = ZERO
             OR SupplierFileOk
             MOVE EntrySupplierId TO SupplierId
             READ SupplierFile
                INVALID KEY SET SupplierFileNotFound TO TRUE
             END-READ
             IF SupplierFileOk
                DISPLAY SupplierName
             ELSE
                DISPLAY "SupplierId " EntrySupplierId " not on file"
                DISPLAY "Enter - SupplierId"
                ACCEPT EntrySupplierId
             END-IF
          END-PERFORM.

       GetInvoiceLineKey.
          DISPLAY "Enter - PO number (zero ends this invoice)".
          ACCEPT EntryPoNumber.
          IF EntryPoNumber NOT = ZERO
             DISPLAY "Enter - ArticleId"
             ACCEPT EntryArticleId
             PERFORM CheckPoLine
          END-IF.

       CheckPoLine.
          MOVE EntryPoNumber TO PoNumber.
          MOVE EntryArticleId TO PoArticleId.
          READ PurchOrderFile
             INVALID KEY SET PurchOrderNotFound TO TRUE
          END-READ.
          IF PurchOrderNotFound
             DISPLAY "Warning - PO " EntryPoNumber " ArticleId "
                EntryArticleId " not on file"
          ELSE IF PoSupplierId NOT = EntrySupplierId
             DISPLAY "Warning - PO " EntryPoNumber
                " was raised on supplier " PoSupplierId
          ELSE
             DISPLAY "Ordered " PoOrderQty "  received "
                PoReceivedQty "  already invoiced " PoInvoicedQty
                "  PO price " PoCostPrice
          END-IF.

       AddInvoiceLine.
          MOVE EntrySupplierId TO InvSupplierId.
          MOVE EntryInvNumber TO InvNumber.
          MOVE EntryPoNumber TO InvPoNumber.
          MOVE EntryArticleId TO InvArticleId.
          MOVE EntryInvDate TO InvDate.
          DISPLAY "Enter - Quantity invoiced".
          ACCEPT InvQuantity.
          DISPLAY "Enter - Unit price invoiced (excl. VAT)".
          ACCEPT InvUnitPrice.
          MOVE SignedOnUser TO InvEnteredBy.
          SET InvUnmatched TO TRUE.
          MOVE SPACES TO InvHoldReason.
          MOVE ZERO TO InvMatchDate.
          WRITE SupplierInvoiceLine.
          IF InvoiceFileOk
             ADD 1 TO InvoiceLineCount
             ADD 1 TO LinesWritten
          ELSE IF InvoiceFileDuplicate
             DISPLAY "This PO line is already on invoice "
                EntryInvNumber " - use maintain to change it"
          ELSE
             DISPLAY "Could not write invoice line - status "
                InvoiceFileStatus
          END-IF.

       MaintainMode.
          OPEN I-O InvoiceFile.
          IF InvoiceFileStatus = '35'
             DISPLAY "No invoices on file yet - nothing to maintain"
          ELSE
             DISPLAY "Enter the invoice line to maintain. Zero"
                " SupplierId stops."
             PERFORM GetMaintainKey
             PERFORM UNTIL EntrySupplierId = ZERO
                PERFORM MaintainInvoiceLine
                PERFORM GetMaintainKey
             END-PERFORM
             CLOSE InvoiceFile
          END-IF.

       GetMaintainKey.
          DISPLAY "Enter - SupplierId".
          ACCEPT EntrySupplierId.
          IF EntrySupplierId NOT = ZERO
             DISPLAY "Enter - Invoice number"
             ACCEPT EntryInvNumber
             DISPLAY "Enter - PO number"
             ACCEPT EntryPoNumber
             DISPLAY "Enter - ArticleId"
             ACCEPT EntryArticleId
          END-IF.

       MaintainInvoiceLine.
          MOVE EntrySupplierId TO InvSupplierId.
          MOVE EntryInvNumber TO InvNumber.
          MOVE EntryPoNumber TO InvPoNumber.
          MOVE EntryArticleId TO InvArticleId.
          READ InvoiceFile
             INVALID KEY DISPLAY "Invoice line not on file"
          END-READ.
          IF InvoiceFileOk
             DISPLAY "Invoice date : " InvDate
             DISPLAY "Quantity     : " InvQuantity
             DISPLAY "Unit price   : " InvUnitPrice
             DISPLAY "Status       : " InvStatus " " InvHoldReason
             IF InvReleased
                DISPLAY "Line was released for payment "
                   InvMatchDate " - it cannot be changed"
             ELSE
                DISPLAY "U=Update, D=Delete, S=Skip this line"
                ACCEPT MaintAction
                IF MaintUpdate
                   PERFORM UpdateInvoiceLine
                ELSE IF MaintDelete
                   PERFORM DeleteInvoiceLine
                END-IF
             END-IF
          END-IF.

       UpdateInvoiceLine.
          DISPLAY "Enter - Quantity invoiced".
          ACCEPT InvQuantity.
          DISPLAY "Enter - Unit price invoiced (excl. VAT)".
          ACCEPT InvUnitPrice.
          MOVE SignedOnUser TO InvEnteredBy.
          SET InvUnmatched TO TRUE.
          MOVE SPACES TO InvHoldReason.
          REWRITE SupplierInvoiceLine.
          IF NOT InvoiceFileOk
             DISPLAY "Invoice line rewrite failed - status "
                InvoiceFileStatus
          END-IF.

       DeleteInvoiceLine.
          DELETE InvoiceFile.
          IF NOT InvoiceFileOk
             DISPLAY "Invoice line delete failed - status "
                InvoiceFileStatus
          END-IF.
