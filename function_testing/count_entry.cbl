       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTENTRY.
       AUTHOR. Simon Schliesky.
       DATE-WRITTEN. 15/10/2026.

      * Keys the counted quantities from the stock-take count sheets
      * CNTSHEET printed. The counter gives the location and a sheet
      * number and is walked down that sheet's lines in the printed
      * order; each line shows the shelf, article and description,
      * and what was keyed before if the line has been counted
      * already. Entering a quantity records it against the line
      * with the signed-on user id, leaving it blank skips the line
      * (a recount simply keys the sheet again). Sheet 000 ends the
      * run. Only a count still open on countHead.dat can be keyed -
      * once CNTPOST has posted it the lines are history. Any
      * signed-on user may key counts. A line whose correction
      * CNTPOST has already written, on a count that had to stay
      * open, is shown but can no longer be keyed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PriceTable
             ASSIGN TO "priceTable.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ArticleId
             ALTERNATE RECORD KEY IS ArticleDesc
                WITH DUPLICATES
             FILE STATUS IS PriceTableStatus.
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
          SELECT UserFile
             ASSIGN TO "users.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS UserId
             FILE STATUS IS UserFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD PriceTable.
          COPY artdtl.

       FD CountHeadFile.
          COPY cnthead.

       FD CountLineFile.
          COPY cntline.

       FD UserFile.
          COPY userdtl.

       WORKING-STORAGE SECTION.
       01 PriceTableStatus  PIC X(02).
          88 PriceTableOk       VALUE '00'.
          88 PriceTableNotFound VALUE '23'.

       01 CountHeadStatus   PIC X(02).
          88 CountHeadOk        VALUE '00'.
          88 CountHeadNotFound  VALUE '23'.

       01 CountLineStatus   PIC X(02).
          88 CountLineOk        VALUE '00'.
          88 CountLineEnd       VALUE '10'.

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

       01 EntryLocationId   PIC 9(3).
       01 EntrySheetNo      PIC 9(3).
       01 EntrySheetCount   PIC 9(3).

       01 CountedInput      PIC X(06).
       01 CountedValue      PIC 9(06).
       01 ScanPos           PIC 9(02).
       01 WorkDigit         PIC 9(01).
       01 InputStatus       PIC X(01).
          88 InputOk          VALUE 'Y'.
          88 InputBlank       VALUE 'B'.
          88 InputBad         VALUE 'N'.

       01 SheetLinesSeen    PIC 9(02) VALUE ZERO.

       01 EntryCounters.
          02 LinesKeyed      PIC 9(06) VALUE ZERO.
          02 LinesSkipped    PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       Main.
          PERFORM SignOn.
          IF NOT SignedOn
             STOP RUN
          END-IF.
          OPEN INPUT CountHeadFile.
          IF NOT CountHeadOk
             DISPLAY "No stock-take on file - run CNTSHEET first"
             STOP RUN
          END-IF.
          PERFORM GetEntryLocation.
          CLOSE CountHeadFile.
          OPEN I-O CountLineFile.
          IF NOT CountLineOk
             DISPLAY "Count file will not open - status "
                CountLineStatus
             STOP RUN
          END-IF.
          OPEN INPUT PriceTable.
          PERFORM GetSheetNo.
          PERFORM UNTIL EntrySheetNo = ZERO
             PERFORM KeySheet
             PERFORM GetSheetNo
          END-PERFORM.
          CLOSE PriceTable.
          CLOSE CountLineFile.
          DISPLAY "Lines counted: " LinesKeyed.
          DISPLAY "Lines skipped: " LinesSkipped.
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

       GetEntryLocation.
          MOVE ZERO TO EntryLocationId.
          PERFORM UNTIL EntryLocationId NOT = ZERO
             DISPLAY "Enter - Location counted"
             ACCEPT EntryLocationId
             IF EntryLocationId NOT = ZERO
                MOVE EntryLocationId TO CthLocationId
                READ CountHeadFile
                   INVALID KEY SET CountHeadNotFound TO TRUE
                END-READ
                IF CountHeadNotFound
                   DISPLAY "No stock-take for location "
                      EntryLocationId
                   MOVE ZERO TO EntryLocationId
                ELSE IF NOT CthCountOpen
                   DISPLAY "Count for location " EntryLocationId
                      " was posted " CthApprovedDate
                      " - nothing open to key"
                   MOVE ZERO TO EntryLocationId
                ELSE
                   MOVE CthSheetCount TO EntrySheetCount
                   DISPLAY "Count frozen " CthFreezeDate ", "
                      CthSheetCount " sheet(s)"
                END-IF
             END-IF
          END-PERFORM.

       GetSheetNo.
          DISPLAY "Enter - Sheet number (000 ends)".
          ACCEPT EntrySheetNo.
          PERFORM UNTIL EntrySheetNo NOT > EntrySheetCount
             DISPLAY "Count has only " EntrySheetCount " sheet(s)"
             DISPLAY "Enter - Sheet number (000 ends)"
             ACCEPT EntrySheetNo
          END-PERFORM.

       KeySheet.
          MOVE ZERO TO SheetLinesSeen.
          MOVE EntryLocationId TO CntLocationId.
          MOVE EntrySheetNo TO CntSheetNo.
          MOVE ZERO TO CntLineNo.
          START CountLineFile KEY NOT LESS THAN CntKey
             INVALID KEY SET CountLineEnd TO TRUE
          END-START.
          IF NOT CountLineEnd
             PERFORM ReadCountLine
             PERFORM UNTIL CountLineEnd
                OR CntLocationId NOT = EntryLocationId
                OR CntSheetNo NOT = EntrySheetNo
                ADD 1 TO SheetLinesSeen
                PERFORM KeyCountLine
                PERFORM ReadCountLine
             END-PERFORM
          END-IF.
          IF SheetLinesSeen = ZERO
             DISPLAY "Sheet " EntrySheetNo " has no lines"
          END-IF.

       ReadCountLine.
          READ CountLineFile NEXT RECORD
             AT END SET CountLineEnd TO TRUE
          END-READ.

       KeyCountLine.
          MOVE CntArticleId TO ArticleId.
          READ PriceTable
             INVALID KEY SET PriceTableNotFound TO TRUE
          END-READ.
          IF NOT PriceTableOk
             MOVE "NOT ON PRICE TABLE" TO ArticleDesc
          END-IF.
          DISPLAY "Line " CntLineNo "  Shelf " CntShelfCode
             "  ArticleId " CntArticleId "  " ArticleDesc.
          IF CntCorrectionPosted
             DISPLAY "Posted at " CntCountedQty
                " by CNTPOST - line skipped"
             ADD 1 TO LinesSkipped
          ELSE
             PERFORM KeyCountedQty
          END-IF.

       KeyCountedQty.
          IF CntCounted
             DISPLAY "Counted before: " CntCountedQty
                " by " CntCountedBy
          END-IF.
          SET InputBad TO TRUE.
          PERFORM UNTIL NOT InputBad
             DISPLAY "Enter - Counted quantity (blank skips)"
             ACCEPT CountedInput
             PERFORM ConvertCountedInput
             IF InputBad
                DISPLAY "Quantity must be digits only"
             END-IF
          END-PERFORM.
          IF InputBlank
             ADD 1 TO LinesSkipped
          ELSE
             MOVE CountedValue TO CntCountedQty
             SET CntCounted TO TRUE
             MOVE SignedOnUser TO CntCountedBy
             REWRITE CountLineRecord
             IF CountLineOk
                ADD 1 TO LinesKeyed
             ELSE
                DISPLAY "Count line rewrite failed - status "
                   CountLineStatus
             END-IF
          END-IF.

      * Counted quantity is taken as text so that a blank (skip)
      * can be told apart from a real count of nothing.
       ConvertCountedInput.
          MOVE ZERO TO CountedValue.
          IF CountedInput = SPACES
             SET InputBlank TO TRUE
          ELSE
             SET InputOk TO TRUE
             PERFORM VARYING ScanPos FROM 1 BY 1
                UNTIL ScanPos > 6 OR InputBad
                OR CountedInput(ScanPos:1) = SPACE
                IF CountedInput(ScanPos:1) NUMERIC
                   MOVE CountedInput(ScanPos:1) TO WorkDigit
                   COMPUTE CountedValue = (CountedValue * 10)
                      + WorkDigit
                ELSE
                   SET InputBad TO TRUE
                END-IF
             END-PERFORM
          END-IF.
