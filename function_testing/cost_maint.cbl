       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTMNT.
       AUTHOR. Simon Schliesky.
       DATE-WRITTEN. 15/10/2026.

      * Interactive maintenance for the supplier cost price file
      * (supCost.dat) in the same add/maintain style SUPPMNT gives
      * the supplier master. A cost price belongs to a supplier and
      * an article and takes effect from its valid-from date, so a
      * price rise the supplier has announced can be keyed before
      * it applies and the old price stays on file for the margin
      * history. Maintaining an article lists every cost on file for
      * that supplier before asking which one to change. Supplier
      * and article must both be on file; a supplier other than the
      * article's own ArtSupplierId is accepted with a warning, for
      * quotes from a second source. Needs a sign-on against
      * users.dat with maintainer authority (level 2); deleting a
      * cost price needs senior authority (level 3).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD CostFile.
          COPY supcost.

       FD PriceTable.
          COPY artdtl.

       FD SupplierFile.
          COPY supdtl.

       FD UserFile.
          COPY userdtl.

       WORKING-STORAGE SECTION.
       01 CostFileStatus     PIC X(02).
          88 CostFileOk          VALUE '00'.
          88 CostFileEnd         VALUE '10'.
          88 CostFileDuplicate   VALUE '22'.
          88 CostFileNotFound    VALUE '23'.

       01 PriceTableStatus   PIC X(02).
          88 PriceTableOk        VALUE '00'.
          88 PriceTableNotFound  VALUE '23'.

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
       01 EntryArticleId     PIC 9(6).
       01 EntryValidFrom     PIC 9(8).
       01 EntryCostPrice     PIC 9(6)V99.

       01 KeyStatus          PIC X(01).
          88 KeyValid          VALUE 'Y'.
          88 KeyInvalid        VALUE 'N'.

       01 CostHistoryCount   PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       Main.
          PERFORM SignOn.
          IF NOT SignedOn
             STOP RUN
          END-IF.
          IF SignedOnLevel < 2
             DISPLAY "Cost price maintenance needs authority level 2"
             STOP RUN
          END-IF.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          OPEN INPUT PriceTable.
          OPEN INPUT SupplierFile.
          DISPLAY "1 - Add new cost prices".
          DISPLAY "2 - Maintain (update/delete) existing cost prices".
          ACCEPT ModeChoice.
          IF MaintainExisting
             PERFORM MaintainMode
          ELSE
             PERFORM AddMode
          END-IF.
          CLOSE PriceTable.
          CLOSE SupplierFile.
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
          PERFORM OpenCostFileForAdd.
          DISPLAY "Enter cost prices below. Zero SupplierId ends.".
          PERFORM GetCostKey.
          PERFORM UNTIL EntrySupplierId = ZERO
             IF KeyValid
                PERFORM AddCostPrice
             END-IF
             PERFORM GetCostKey
          END-PERFORM.
          CLOSE CostFile.

       AddCostPrice.
          DISPLAY "Enter - Valid from date YYYYMMDD (zero = today)".
          ACCEPT EntryValidFrom.
          IF EntryValidFrom = ZERO
             MOVE TodayDate TO EntryValidFrom
          END-IF.
          DISPLAY "Enter - Cost price (excl. VAT)".
          ACCEPT EntryCostPrice.
          MOVE EntrySupplierId TO CstSupplierId.
          MOVE EntryArticleId TO CstArticleId.
          MOVE EntryValidFrom TO CstValidFrom.
          MOVE EntryCostPrice TO CstCostPrice.
          MOVE SignedOnUser TO CstEnteredBy.
          MOVE TodayDate TO CstEnteredDate.
          WRITE SupplierCostRecord.
          IF CostFileDuplicate
             DISPLAY "A cost valid from " EntryValidFrom
                " is already on file - use maintain to change it"
          ELSE IF NOT CostFileOk
             DISPLAY "Could not write cost for ArticleId "
                EntryArticleId " - status " CostFileStatus
          END-IF.

       MaintainMode.
          OPEN I-O CostFile.
          IF CostFileStatus = '35'
             DISPLAY "No cost prices on file yet - nothing to"
                " maintain"
          ELSE
             DISPLAY "Enter the cost to maintain. Zero SupplierId"
                " stops."
             PERFORM GetCostKey
             PERFORM UNTIL EntrySupplierId = ZERO
                IF KeyValid
                   PERFORM ListCostHistory
                   IF CostHistoryCount > ZERO
                      PERFORM MaintainCostPrice
                   END-IF
                END-IF
                PERFORM GetCostKey
             END-PERFORM
             CLOSE CostFile
          END-IF.

       OpenCostFileForAdd.
          OPEN I-O CostFile.
          IF CostFileStatus = '35'
             OPEN OUTPUT CostFile
          END-IF.

      * Supplier and article are checked against their masters
      * before anything is asked about the price itself.
       GetCostKey.
          SET KeyValid TO TRUE.
          DISPLAY "Enter - SupplierId".
          ACCEPT EntrySupplierId.
          IF EntrySupplierId NOT = ZERO
             DISPLAY "Enter - ArticleId"
             ACCEPT EntryArticleId
             PERFORM CheckCostKey
          END-IF.

       CheckCostKey.
          MOVE EntrySupplierId TO SupplierId.
          READ SupplierFile
             INVALID KEY SET SupplierFileNotFound TO TRUE
          END-READ.
          IF NOT SupplierFileOk
             DISPLAY "SupplierId " EntrySupplierId " not on file"
             SET KeyInvalid TO TRUE
          ELSE
             MOVE EntryArticleId TO ArticleId
             READ PriceTable
                INVALID KEY SET PriceTableNotFound TO TRUE
             END-READ
             IF NOT PriceTableOk
                DISPLAY "ArticleId " EntryArticleId " not on file"
                SET KeyInvalid TO TRUE
             ELSE
                DISPLAY SupplierName " / " ArticleDesc
                IF ArtSupplierId NOT = EntrySupplierId
                   DISPLAY "Note - article is bought from supplier "
                      ArtSupplierId
                END-IF
             END-IF
          END-IF.

       ListCostHistory.
          MOVE ZERO TO CostHistoryCount.
          MOVE EntrySupplierId TO CstSupplierId.
          MOVE EntryArticleId TO CstArticleId.
          MOVE ZERO TO CstValidFrom.
          START CostFile KEY NOT LESS THAN CstKey
             INVALID KEY SET CostFileEnd TO TRUE
          END-START.
          IF NOT CostFileEnd
             PERFORM ReadCost
             PERFORM UNTIL CostFileEnd
                OR CstSupplierId NOT = EntrySupplierId
                OR CstArticleId NOT = EntryArticleId
                ADD 1 TO CostHistoryCount
                DISPLAY "Valid from " CstValidFrom "  cost "
                   CstCostPrice "  keyed by " CstEnteredBy
                   " on " CstEnteredDate
                PERFORM ReadCost
             END-PERFORM
          END-IF.
          IF CostHistoryCount = ZERO
             DISPLAY "No cost prices on file for this supplier and"
                " article"
          END-IF.

       ReadCost.
          READ CostFile NEXT RECORD
             AT END SET CostFileEnd TO TRUE
          END-READ.

       MaintainCostPrice.
          DISPLAY "Enter - Valid from date of the cost to maintain".
          ACCEPT EntryValidFrom.
          MOVE EntrySupplierId TO CstSupplierId.
          MOVE EntryArticleId TO CstArticleId.
          MOVE EntryValidFrom TO CstValidFrom.
          READ CostFile
             INVALID KEY DISPLAY "No cost valid from " EntryValidFrom
          END-READ.
          IF CostFileOk
             DISPLAY "Cost price: " CstCostPrice
             DISPLAY "U=Update, D=Delete, S=Skip this cost price"
             ACCEPT MaintAction
             IF MaintUpdate
                PERFORM UpdateCostPrice
             ELSE IF MaintDelete
                IF SignedOnLevel < 3
                   DISPLAY "Deleting cost prices needs authority"
                      " level 3"
                ELSE
                   PERFORM DeleteCostPrice
                END-IF
             END-IF
          END-IF.

       UpdateCostPrice.
          DISPLAY "Enter - Cost price (excl. VAT)".
          ACCEPT CstCostPrice.
          MOVE SignedOnUser TO CstEnteredBy.
          MOVE TodayDate TO CstEnteredDate.
          REWRITE SupplierCostRecord.
          IF NOT CostFileOk
             DISPLAY "ArticleId " CstArticleId
                " cost rewrite failed - status " CostFileStatus
          END-IF.

       DeleteCostPrice.
          DELETE CostFile.
          IF NOT CostFileOk
             DISPLAY "ArticleId " CstArticleId
                " cost delete failed - status " CostFileStatus
          END-IF.
