       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTPOST.
       AUTHOR. Simon Schliesky.
       DATE-WRITTEN. 15/10/2026.

      * Approves and posts a stock-take. A senior user (authority
      * level 3) names the location, sees how many lines were
      * counted, how many are still uncounted and how many differ
      * from the book, and confirms. Every counted line whose count
      * differs from the book quantity frozen by CNTSHEET is then
      * written to stockMove.dat as a 'C' correction, so it posts
      * through STOCKPST and lands on stockLedger.dat like any
      * other movement. Stock keeps moving between the freeze and
      * the posting, so the correction carries the counted quantity
      * plus whatever the location's on-hand has moved since the
      * freeze (never below zero) - sales and receipts booked after
      * the sheets were printed are not wiped out by the count.
      * That movement is only on stock.dat once STOCKPST or SALESPST
      * has posted it, so while any line for the location is still
      * waiting on stockMove.dat or any till sale on salesDay.dat
      * the count is refused until the run that posts it has been.
      * Uncounted lines are left alone. Each count line whose
      * correction was written is marked posted, and once every
      * correction is out the count is marked posted on
      * countHead.dat with the approver and the date, and can no
      * longer be keyed or posted again. If a correction cannot be
      * written the count stays open; after STOCKPST has applied the
      * ones that were written, posting it again picks up only the
      * lines still outstanding.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT StockFile
             ASSIGN TO "stock.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS StockKey
             FILE STATUS IS StockFileStatus.
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
          SELECT MovementFile
             ASSIGN TO "stockMove.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MvtFileStatus.
          SELECT SalesDayFile
             ASSIGN TO "salesDay.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SalesDayStatus.
          SELECT UserFile
             ASSIGN TO "users.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS UserId
             FILE STATUS IS UserFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
          COPY stkloc.

       FD CountHeadFile.
          COPY cnthead.

       FD CountLineFile.
          COPY cntline.

       FD MovementFile.
          COPY stkmvt.

       FD SalesDayFile.
          COPY salesln.

       FD UserFile.
          COPY userdtl.

       WORKING-STORAGE SECTION.
       01 StockFileStatus   PIC X(02).
          88 StockFileOk        VALUE '00'.
          88 StockFileNotFound  VALUE '23'.

       01 CountHeadStatus   PIC X(02).
          88 CountHeadOk        VALUE '00'.
          88 CountHeadNotFound  VALUE '23'.

       01 CountLineStatus   PIC X(02).
          88 CountLineOk        VALUE '00'.
          88 CountLineEnd       VALUE '10'.

       01 MvtFileStatus     PIC X(02).
          88 MvtFileOk          VALUE '00'.
          88 MvtFileEnd         VALUE '10'.

       01 SalesDayStatus    PIC X(02).
          88 SalesDayOk         VALUE '00'.
          88 SalesDayEnd        VALUE '10'.

       01 UserFileStatus    PIC X(02).
          88 UserFileOk          VALUE '00'.
          88 UserFileNotFound    VALUE '23'.

       01 SignOnAttempts    PIC 9(01) VALUE ZERO.
       01 SignedOn-Sw       PIC X(01) VALUE 'N'.
          88 SignedOn       VALUE 'Y'.
       01 SignOnUserId      PIC X(08).
       01 SignOnPassword    PIC X(08).
       01 SignedOnUser      PIC X(08) VALUE SPACES.
       01 SignedOnLevel     PIC 9(01) VALUE ZERO.

       01 PostLocationId    PIC 9(3).
       01 ConfirmPost       PIC X(01).
          88 PostConfirmed    VALUE 'Y' 'y'.
       01 TodayDate         PIC 9(08).

       01 CorrectedQty      PIC S9(7).
       01 CorrectionFailed-Sw PIC X(01) VALUE 'N'.
          88 CorrectionFailed VALUE 'Y'.

       01 PostCounters.
          02 LinesRead       PIC 9(06) VALUE ZERO.
          02 LinesCounted    PIC 9(06) VALUE ZERO.
          02 LinesNotCounted PIC 9(06) VALUE ZERO.
          02 LinesVariance   PIC 9(06) VALUE ZERO.
          02 LinesPostedBefore PIC 9(06) VALUE ZERO.
          02 MovesWritten    PIC 9(06) VALUE ZERO.
          02 PendingMoves    PIC 9(06) VALUE ZERO.
          02 PendingSales    PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       Main.
          PERFORM SignOn.
          IF NOT SignedOn
             STOP RUN
          END-IF.
          IF SignedOnLevel < 3
             DISPLAY "Posting a stock-take needs authority level 3"
             STOP RUN
          END-IF.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          OPEN I-O CountHeadFile.
          IF NOT CountHeadOk
             DISPLAY "No stock-take on file - run CNTSHEET first"
             STOP RUN
          END-IF.
          PERFORM GetPostLocation.
          OPEN I-O CountLineFile.
          PERFORM CountSummary.
          DISPLAY "Count lines        : " LinesRead.
          DISPLAY "Lines counted      : " LinesCounted.
          DISPLAY "Lines not counted  : " LinesNotCounted.
          DISPLAY "Lines with variance: " LinesVariance.
          IF LinesPostedBefore > ZERO
             DISPLAY "Lines posted before: " LinesPostedBefore
          END-IF.
          IF LinesNotCounted > ZERO
             DISPLAY "Uncounted lines keep their book quantity"
          END-IF.
          PERFORM CountPendingMoves.
          PERFORM CountPendingSales.
          IF PendingMoves > ZERO
             DISPLAY "Movements waiting on stockMove.dat for location "
                PostLocationId ": " PendingMoves
             DISPLAY "Run STOCKPST before posting this count"
          END-IF.
          IF PendingSales > ZERO
             DISPLAY "Sales waiting on salesDay.dat for location "
                PostLocationId ": " PendingSales
             DISPLAY "Run SALESPST before posting this count"
          END-IF.
          IF PendingMoves = ZERO AND PendingSales = ZERO
             PERFORM ConfirmPosting
          END-IF.
          CLOSE CountLineFile.
          CLOSE CountHeadFile.
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

       GetPostLocation.
          MOVE ZERO TO PostLocationId.
          PERFORM UNTIL PostLocationId NOT = ZERO
             DISPLAY "Enter - Location to post"
             ACCEPT PostLocationId
             IF PostLocationId NOT = ZERO
                MOVE PostLocationId TO CthLocationId
                READ CountHeadFile
                   INVALID KEY SET CountHeadNotFound TO TRUE
                END-READ
                IF CountHeadNotFound
                   DISPLAY "No stock-take for location "
                      PostLocationId
                   MOVE ZERO TO PostLocationId
                ELSE IF NOT CthCountOpen
                   DISPLAY "Count for location " PostLocationId
                      " was already posted " CthApprovedDate
                      " by " CthApprovedBy
                   MOVE ZERO TO PostLocationId
                END-IF
             END-IF
          END-PERFORM.

       CountSummary.
          PERFORM StartCountLines.
          PERFORM UNTIL CountLineEnd
             OR CntLocationId NOT = PostLocationId
             ADD 1 TO LinesRead
             IF CntCounted
                ADD 1 TO LinesCounted
                IF CntCountedQty NOT = CntBookQty
                   ADD 1 TO LinesVariance
                END-IF
             ELSE
                IF CntCorrectionPosted
                   ADD 1 TO LinesCounted
                   ADD 1 TO LinesPostedBefore
                ELSE
                   ADD 1 TO LinesNotCounted
                END-IF
             END-IF
             PERFORM ReadCountLine
          END-PERFORM.

       StartCountLines.
          MOVE PostLocationId TO CntLocationId.
          MOVE ZERO TO CntSheetNo.
          MOVE ZERO TO CntLineNo.
          START CountLineFile KEY NOT LESS THAN CntKey
             INVALID KEY SET CountLineEnd TO TRUE
          END-START.
          IF NOT CountLineEnd
             PERFORM ReadCountLine
          END-IF.

       ReadCountLine.
          READ CountLineFile NEXT RECORD
             AT END SET CountLineEnd TO TRUE
          END-READ.

      * A transfer into the location moves its stock as much as a
      * line written against it.
       CountPendingMoves.
          OPEN INPUT MovementFile.
          IF MvtFileOk
             PERFORM ReadMovement
             PERFORM UNTIL MvtFileEnd
                IF MvtLocationId = PostLocationId
                   OR (MvtTransfer AND MvtToLocationId = PostLocationId)
                   ADD 1 TO PendingMoves
                END-IF
                PERFORM ReadMovement
             END-PERFORM
             CLOSE MovementFile
          END-IF.

       ReadMovement.
          READ MovementFile
             AT END SET MvtFileEnd TO TRUE
          END-READ.

      * Lines SALESPST rejected stay on the day-file as well, and
      * come off stock once they are fixed and posted.
       CountPendingSales.
          OPEN INPUT SalesDayFile.
          IF SalesDayOk
             PERFORM ReadSalesDay
             PERFORM UNTIL SalesDayEnd
                IF SlsLocationId = PostLocationId
                   ADD 1 TO PendingSales
                END-IF
                PERFORM ReadSalesDay
             END-PERFORM
             CLOSE SalesDayFile
          END-IF.

       ReadSalesDay.
          READ SalesDayFile
             AT END SET SalesDayEnd TO TRUE
          END-READ.

       ConfirmPosting.
          DISPLAY "Post this count (Y/N)?".
          ACCEPT ConfirmPost.
          IF PostConfirmed
             PERFORM PostCount
             IF CorrectionFailed
                DISPLAY "Not every correction was written - the"
                   " count stays open"
                DISPLAY "Run STOCKPST, then post the count again"
                   " for the lines left"
             ELSE
                PERFORM MarkCountPosted
             END-IF
             DISPLAY "Corrections written: " MovesWritten
                " - run STOCKPST to apply them"
          ELSE
             DISPLAY "Count not posted"
          END-IF.

       PostCount.
          OPEN INPUT StockFile.
          PERFORM OpenMovementFile.
          PERFORM StartCountLines.
          PERFORM UNTIL CountLineEnd
             OR CntLocationId NOT = PostLocationId
             IF CntCounted AND CntCountedQty NOT = CntBookQty
                PERFORM WriteCorrection
             END-IF
             PERFORM ReadCountLine
          END-PERFORM.
          CLOSE MovementFile.
          CLOSE StockFile.

       OpenMovementFile.
          OPEN EXTEND MovementFile.
          IF MvtFileStatus = '35'
             OPEN OUTPUT MovementFile
          END-IF.

      * A stock record dropped since the freeze has nothing moved
      * against it, so the count goes in as it stands.
       WriteCorrection.
          MOVE CntArticleId TO StkArticleId.
          MOVE PostLocationId TO StkLocationId.
          READ StockFile
             INVALID KEY SET StockFileNotFound TO TRUE
          END-READ.
          IF StockFileOk
             COMPUTE CorrectedQty = CntCountedQty
                + StkOnHandQty - CntBookQty
          ELSE
             MOVE CntCountedQty TO CorrectedQty
          END-IF.
          IF CorrectedQty < ZERO
             MOVE ZERO TO CorrectedQty
          END-IF.
          MOVE CntArticleId TO MvtArticleId.
          SET MvtCorrection TO TRUE.
          MOVE CorrectedQty TO MvtQuantity.
          MOVE PostLocationId TO MvtLocationId.
          MOVE ZERO TO MvtToLocationId.
          WRITE StockMovementTxn.
          IF MvtFileOk
             ADD 1 TO MovesWritten
             PERFORM MarkLinePosted
          ELSE
             DISPLAY "Could not write correction for ArticleId "
                CntArticleId " - status " MvtFileStatus
             SET CorrectionFailed TO TRUE
          END-IF.

      * Once its correction is on stockMove.dat the line must not be
      * posted a second time if the count has to be posted again.
       MarkLinePosted.
          SET CntCorrectionPosted TO TRUE.
          REWRITE CountLineRecord.
          IF NOT CountLineOk
             DISPLAY "Correction for ArticleId " CntArticleId
                " written but line not marked - status "
                CountLineStatus
          END-IF.

       MarkCountPosted.
          SET CthCountPosted TO TRUE.
          MOVE SignedOnUser TO CthApprovedBy.
          MOVE TodayDate TO CthApprovedDate.
          REWRITE CountHeaderRecord.
          IF NOT CountHeadOk
             DISPLAY "Stock-take control rewrite failed - status "
                CountHeadStatus
          END-IF.
