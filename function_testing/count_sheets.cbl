       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTSHEET.
       AUTHOR. Simon Schliesky.
       DATE-WRITTEN. 15/10/2026.

      * Starts a physical stock-take for one location: freezes the
      * book quantity of every stock.dat record at that location
      * onto the count file (countLine.dat) and prints the count
      * sheets (countSheet.rpt) the counters walk the floor with -
      * in shelf position order, twenty-five lines to a sheet, with
      * the article and description to find and a blank to write
      * the counted quantity in, but not the book quantity, so
      * nobody just copies the system's figure. Articles without a
      * shelf position print after the shelved ones. The count is
      * opened on the stock-take control file (countHead.dat); while
      * it is open the sheets can be reprinted, or the location
      * frozen again from scratch, which throws away anything
      * already keyed. Nothing is frozen while movements for the
      * location are still waiting on stockMove.dat (transfers into
      * it included) or till sales on salesDay.dat: the goods are
      * already on or off the shelf, and CNTPOST would add the
      * movement a second time once it reached stock.dat. Counts are
      * keyed in CNTENTRY, reported in CNTVARNC and approved and
      * posted in CNTPOST. Needs a sign-on against users.dat with
      * maintainer authority (level 2).

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
          SELECT StockFile
             ASSIGN TO "stock.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS StockKey
             FILE STATUS IS StockFileStatus.
          SELECT LocationFile
             ASSIGN TO "location.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LocationId
             FILE STATUS IS LocationFileStatus.
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
          SELECT CountSheetReport
             ASSIGN TO "countSheet.rpt"
             ORGANIZATION IS LINE SEQUENTIAL.
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

       FD StockFile.
          COPY stkloc.

       FD LocationFile.
          COPY locmst.

       FD CountHeadFile.
          COPY cnthead.

       FD CountLineFile.
          COPY cntline.

       FD MovementFile.
          COPY stkmvt.

       FD SalesDayFile.
          COPY salesln.

       FD CountSheetReport.
       01 ReportLine  PIC X(80).

       FD UserFile.
          COPY userdtl.

       WORKING-STORAGE SECTION.
       01 PriceTableStatus  PIC X(02).
          88 PriceTableOk       VALUE '00'.
          88 PriceTableNotFound VALUE '23'.

       01 StockFileStatus   PIC X(02).
          88 StockFileOk        VALUE '00'.
          88 StockFileEnd       VALUE '10'.

       01 LocationFileStatus PIC X(02).
          88 LocationFileOk       VALUE '00'.
          88 LocationFileNotFound VALUE '23'.

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

       01 CountLocationId   PIC 9(3).
       01 CountLocationName PIC X(30).

       01 OpenAction        PIC X(01).
          88 ActionReprint    VALUE 'R'.
          88 ActionRefreeze   VALUE 'F'.

       01 HeaderOnFile-Sw   PIC X(01) VALUE 'N'.
          88 HeaderOnFile   VALUE 'Y'.

       01 FrozenTable.
          02 FrozenEntry OCCURS 2000 TIMES.
             03 FrzArticleId  PIC 9(6).
             03 FrzShelfCode  PIC X(6).
             03 FrzSortShelf  PIC X(6).
             03 FrzBookQty    PIC 9(6).
       01 FrozenCount       PIC 9(04) VALUE ZERO.
       01 FrozenSub         PIC 9(04) VALUE ZERO.
       01 FrozenLimit       PIC 9(04) VALUE 2000.
       01 InsertSub         PIC 9(04) VALUE ZERO.
       01 ShuffleSub        PIC 9(04) VALUE ZERO.
       01 InsertPlace-Sw    PIC X(01) VALUE 'N'.
          88 InsertPlaceFound VALUE 'Y'.
       01 NewSortShelf      PIC X(6).

       01 FreezeStatus      PIC X(01) VALUE 'Y'.
          88 FreezeOk         VALUE 'Y'.
          88 FrozenTableFull  VALUE 'F'.

       01 LinesPerSheet     PIC 9(02) VALUE 25.
       01 CurrentSheet      PIC 9(03) VALUE ZERO.
       01 CurrentLine       PIC 9(02) VALUE ZERO.
       01 LastSheetPrinted  PIC 9(03) VALUE ZERO.

       01 TodayDate         PIC 9(08).
       01 ClockTime         PIC 9(08).

       01 SheetCounters.
          02 LinesWritten    PIC 9(06) VALUE ZERO.
          02 LinesPrinted    PIC 9(06) VALUE ZERO.
          02 LinesDeleted    PIC 9(06) VALUE ZERO.
          02 PendingMoves    PIC 9(06) VALUE ZERO.
          02 PendingSales    PIC 9(06) VALUE ZERO.

       01 SheetHeading1.
          02 FILLER          PIC X(32)
             VALUE "STOCK-TAKE COUNT SHEET  LOCATION".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 ShtLocationId   PIC 9(3).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 ShtLocationName PIC X(30).

       01 SheetHeading2.
          02 FILLER          PIC X(06) VALUE "SHEET ".
          02 ShtSheetNo      PIC ZZ9.
          02 FILLER          PIC X(04) VALUE " OF ".
          02 ShtSheetCount   PIC ZZ9.
          02 FILLER          PIC X(10) VALUE "   FROZEN ".
          02 ShtFreezeDate   PIC 9(08).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 ShtFreezeTime   PIC 9(04).

       01 SheetHeading3.
          02 FILLER PIC X(06) VALUE "LINE".
          02 FILLER PIC X(08) VALUE "SHELF".
          02 FILLER PIC X(09) VALUE "ARTICLE".
          02 FILLER PIC X(22) VALUE "DESCRIPTION".
          02 FILLER PIC X(10) VALUE "COUNTED".

       01 SheetDetail.
          02 ShdLineNo       PIC Z9.
          02 FILLER          PIC X(04) VALUE SPACES.
          02 ShdShelfCode    PIC X(06).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 ShdArticleId    PIC 9(06).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 ShdArticleDesc  PIC X(20).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 FILLER          PIC X(10) VALUE "__________".

       01 SheetFooter.
          02 FILLER PIC X(40)
             VALUE "COUNTED BY ______________   CHECKED BY ".
          02 FILLER PIC X(14) VALUE "______________".

       PROCEDURE DIVISION.
       Main.
          PERFORM SignOn.
          IF NOT SignedOn
             STOP RUN
          END-IF.
          IF SignedOnLevel < 2
             DISPLAY "Starting a stock-take needs authority level 2"
             STOP RUN
          END-IF.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          ACCEPT ClockTime FROM TIME.
          PERFORM GetCountLocation.
          PERFORM OpenCountFiles.
          OPEN INPUT PriceTable.
          PERFORM ReadCountHeader.
          IF HeaderOnFile AND CthCountOpen
             DISPLAY "A count is already open for location "
                CountLocationId " - frozen " CthFreezeDate
             DISPLAY "R=Reprint its sheets, F=Freeze again (keyed"
                " counts are lost), S=Stop"
             ACCEPT OpenAction
             IF ActionReprint
                PERFORM PrintSheets
             ELSE IF ActionRefreeze
                PERFORM StartNewCount
             END-IF
          ELSE
             PERFORM StartNewCount
          END-IF.
          CLOSE PriceTable.
          CLOSE CountHeadFile.
          CLOSE CountLineFile.
          DISPLAY "Count lines frozen : " LinesWritten.
          DISPLAY "Count lines printed: " LinesPrinted.
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

       GetCountLocation.
          OPEN INPUT LocationFile.
          IF NOT LocationFileOk
             DISPLAY "No location master - status "
                LocationFileStatus
             STOP RUN
          END-IF.
          MOVE ZERO TO CountLocationId.
          PERFORM UNTIL CountLocationId NOT = ZERO
             DISPLAY "Enter - Location to count"
             ACCEPT CountLocationId
             IF CountLocationId NOT = ZERO
                MOVE CountLocationId TO LocationId
                READ LocationFile
                   INVALID KEY SET LocationFileNotFound TO TRUE
                END-READ
                IF LocationFileOk
                   MOVE LocationName TO CountLocationName
                ELSE
                   DISPLAY "Location " CountLocationId
                      " not on file"
                   MOVE ZERO TO CountLocationId
                END-IF
             END-IF
          END-PERFORM.
          CLOSE LocationFile.

       OpenCountFiles.
          OPEN I-O CountHeadFile.
          IF CountHeadStatus = '35'
             OPEN OUTPUT CountHeadFile
             CLOSE CountHeadFile
             OPEN I-O CountHeadFile
          END-IF.
          OPEN I-O CountLineFile.
          IF CountLineStatus = '35'
             OPEN OUTPUT CountLineFile
             CLOSE CountLineFile
             OPEN I-O CountLineFile
          END-IF.

       ReadCountHeader.
          MOVE 'N' TO HeaderOnFile-Sw.
          MOVE CountLocationId TO CthLocationId.
          READ CountHeadFile
             INVALID KEY SET CountHeadNotFound TO TRUE
          END-READ.
          IF CountHeadOk
             SET HeaderOnFile TO TRUE
          END-IF.

       StartNewCount.
          PERFORM CountPendingMoves.
          PERFORM CountPendingSales.
          IF PendingMoves > ZERO
             DISPLAY "Movements waiting on stockMove.dat for location "
                CountLocationId ": " PendingMoves
             DISPLAY "Run STOCKPST before freezing this count"
          END-IF.
          IF PendingSales > ZERO
             DISPLAY "Sales waiting on salesDay.dat for location "
                CountLocationId ": " PendingSales
             DISPLAY "Run SALESPST before freezing this count"
          END-IF.
          IF PendingMoves = ZERO AND PendingSales = ZERO
             PERFORM FreezeNewCount
          END-IF.

      * A transfer into the location moves its stock as much as a
      * line written against it.
       CountPendingMoves.
          OPEN INPUT MovementFile.
          IF MvtFileOk
             PERFORM ReadMovement
             PERFORM UNTIL MvtFileEnd
                IF MvtLocationId = CountLocationId
                   OR (MvtTransfer
                      AND MvtToLocationId = CountLocationId)
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

       CountPendingSales.
          OPEN INPUT SalesDayFile.
          IF SalesDayOk
             PERFORM ReadSalesDay
             PERFORM UNTIL SalesDayEnd
                IF SlsLocationId = CountLocationId
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

      * The old count's lines go before the new freeze is written,
      * so a location never carries lines from two counts.
       FreezeNewCount.
          PERFORM LoadFrozenLines.
          IF FrozenTableFull
             DISPLAY "More than " FrozenLimit " stock records at"
                " location " CountLocationId " - nothing frozen,"
                " raise the table size"
          ELSE IF FrozenCount = ZERO
             DISPLAY "No stock records at location "
                CountLocationId " - nothing to count"
          ELSE
             PERFORM DeleteCountLines
             PERFORM WriteCountLines
             PERFORM WriteCountHeader
             PERFORM PrintSheets
          END-IF.

       LoadFrozenLines.
          OPEN INPUT StockFile.
          IF StockFileOk
             PERFORM ReadStock
             PERFORM UNTIL StockFileEnd OR FrozenTableFull
                IF StkLocationId = CountLocationId
                   IF FrozenCount = FrozenLimit
                      SET FrozenTableFull TO TRUE
                   ELSE
                      PERFORM StoreFrozenLine
                   END-IF
                END-IF
                PERFORM ReadStock
             END-PERFORM
             CLOSE StockFile
          END-IF.

       ReadStock.
          READ StockFile NEXT RECORD
             AT END SET StockFileEnd TO TRUE
          END-READ.

      * Insert in shelf order; stock.dat comes in article order, so
      * articles sharing a shelf stay in article order. A blank
      * shelf sorts as high-values and lands at the back.
       StoreFrozenLine.
          IF StkShelfCode = SPACES
             MOVE HIGH-VALUES TO NewSortShelf
          ELSE
             MOVE StkShelfCode TO NewSortShelf
          END-IF.
          MOVE FrozenCount TO InsertSub.
          MOVE 'N' TO InsertPlace-Sw.
          PERFORM UNTIL InsertSub = ZERO OR InsertPlaceFound
             IF FrzSortShelf(InsertSub) NOT > NewSortShelf
                SET InsertPlaceFound TO TRUE
             ELSE
                MOVE InsertSub TO ShuffleSub
                ADD 1 TO ShuffleSub
                MOVE FrozenEntry(InsertSub) TO FrozenEntry(ShuffleSub)
                SUBTRACT 1 FROM InsertSub
             END-IF
          END-PERFORM.
          ADD 1 TO InsertSub.
          MOVE StkArticleId TO FrzArticleId(InsertSub).
          MOVE StkShelfCode TO FrzShelfCode(InsertSub).
          MOVE NewSortShelf TO FrzSortShelf(InsertSub).
          MOVE StkOnHandQty TO FrzBookQty(InsertSub).
          ADD 1 TO FrozenCount.

       DeleteCountLines.
          MOVE CountLocationId TO CntLocationId.
          MOVE ZERO TO CntSheetNo.
          MOVE ZERO TO CntLineNo.
          START CountLineFile KEY NOT LESS THAN CntKey
             INVALID KEY SET CountLineEnd TO TRUE
          END-START.
          IF NOT CountLineEnd
             PERFORM ReadCountLine
             PERFORM UNTIL CountLineEnd
                OR CntLocationId NOT = CountLocationId
                DELETE CountLineFile
                IF CountLineOk
                   ADD 1 TO LinesDeleted
                ELSE
                   DISPLAY "Sheet " CntSheetNo " line " CntLineNo
                      " delete failed - status " CountLineStatus
                END-IF
                PERFORM ReadCountLine
             END-PERFORM
          END-IF.

       ReadCountLine.
          READ CountLineFile NEXT RECORD
             AT END SET CountLineEnd TO TRUE
          END-READ.

       WriteCountLines.
          MOVE 1 TO CurrentSheet.
          MOVE ZERO TO CurrentLine.
          PERFORM VARYING FrozenSub FROM 1 BY 1
             UNTIL FrozenSub > FrozenCount
             PERFORM WriteCountLine
          END-PERFORM.

       WriteCountLine.
          IF CurrentLine = LinesPerSheet
             ADD 1 TO CurrentSheet
             MOVE ZERO TO CurrentLine
          END-IF.
          ADD 1 TO CurrentLine.
          MOVE CountLocationId TO CntLocationId.
          MOVE CurrentSheet TO CntSheetNo.
          MOVE CurrentLine TO CntLineNo.
          MOVE FrzArticleId(FrozenSub) TO CntArticleId.
          MOVE FrzShelfCode(FrozenSub) TO CntShelfCode.
          MOVE FrzBookQty(FrozenSub) TO CntBookQty.
          MOVE ZERO TO CntCountedQty.
          SET CntNotCounted TO TRUE.
          MOVE SPACES TO CntCountedBy.
          WRITE CountLineRecord.
          IF CountLineOk
             ADD 1 TO LinesWritten
          ELSE
             DISPLAY "ArticleId " CntArticleId
                " count line write failed - status " CountLineStatus
          END-IF.

       WriteCountHeader.
          MOVE CountLocationId TO CthLocationId.
          MOVE TodayDate TO CthFreezeDate.
          MOVE ClockTime TO CthFreezeTime.
          MOVE CurrentSheet TO CthSheetCount.
          MOVE LinesWritten TO CthLineCount.
          SET CthCountOpen TO TRUE.
          MOVE SPACES TO CthApprovedBy.
          MOVE ZERO TO CthApprovedDate.
          IF HeaderOnFile
             REWRITE CountHeaderRecord
          ELSE
             WRITE CountHeaderRecord
          END-IF.
          IF NOT CountHeadOk
             DISPLAY "Stock-take control write failed - status "
                CountHeadStatus
          ELSE
             SET HeaderOnFile TO TRUE
          END-IF.

       PrintSheets.
          OPEN OUTPUT CountSheetReport.
          MOVE ZERO TO LastSheetPrinted.
          MOVE CountLocationId TO CntLocationId.
          MOVE ZERO TO CntSheetNo.
          MOVE ZERO TO CntLineNo.
          START CountLineFile KEY NOT LESS THAN CntKey
             INVALID KEY SET CountLineEnd TO TRUE
          END-START.
          IF NOT CountLineEnd
             PERFORM ReadCountLine
             PERFORM UNTIL CountLineEnd
                OR CntLocationId NOT = CountLocationId
                PERFORM PrintSheetLine
                PERFORM ReadCountLine
             END-PERFORM
          END-IF.
          IF LastSheetPrinted NOT = ZERO
             PERFORM PrintSheetFooter
          END-IF.
          CLOSE CountSheetReport.

       PrintSheetLine.
          IF CntSheetNo NOT = LastSheetPrinted
             IF LastSheetPrinted NOT = ZERO
                PERFORM PrintSheetFooter
             END-IF
             PERFORM PrintSheetHeading
             MOVE CntSheetNo TO LastSheetPrinted
          END-IF.
          MOVE CntArticleId TO ArticleId.
          READ PriceTable
             INVALID KEY SET PriceTableNotFound TO TRUE
          END-READ.
          IF PriceTableOk
             MOVE ArticleDesc TO ShdArticleDesc
          ELSE
             MOVE "NOT ON PRICE TABLE" TO ShdArticleDesc
          END-IF.
          MOVE CntLineNo TO ShdLineNo.
          IF CntShelfCode = SPACES
             MOVE "------" TO ShdShelfCode
          ELSE
             MOVE CntShelfCode TO ShdShelfCode
          END-IF.
          MOVE CntArticleId TO ShdArticleId.
          WRITE ReportLine FROM SheetDetail.
          ADD 1 TO LinesPrinted.

       PrintSheetHeading.
          IF LastSheetPrinted NOT = ZERO
             WRITE ReportLine FROM SPACES
          END-IF.
          MOVE CountLocationId TO ShtLocationId.
          MOVE CountLocationName TO ShtLocationName.
          WRITE ReportLine FROM SheetHeading1.
          MOVE CntSheetNo TO ShtSheetNo.
          MOVE CthSheetCount TO ShtSheetCount.
          MOVE CthFreezeDate TO ShtFreezeDate.
          MOVE CthFreezeTime(1:4) TO ShtFreezeTime.
          WRITE ReportLine FROM SheetHeading2.
          WRITE ReportLine FROM SPACES.
          WRITE ReportLine FROM SheetHeading3.

       PrintSheetFooter.
          WRITE ReportLine FROM SPACES.
          WRITE ReportLine FROM SheetFooter.
