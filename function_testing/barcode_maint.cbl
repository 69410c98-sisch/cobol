       IDENTIFICATION DIVISION.
       PROGRAM-ID. BARCDMNT.
       AUTHOR. Simon Schliesky.
       DATE-WRITTEN. 15/10/2026.

      * Interactive maintenance for the EAN cross-reference file
      * (barcode.dat) in the same add/maintain style COSTMNT gives
      * the supplier cost prices, plus a bulk load from the supplier
      * catalog feed. Every EAN has its check digit validated before
      * it goes on file (EAN-8 and UPC-A keyed with leading zeros
      * check the same way) and the article must be on the price
      * table. The first EAN an article gets is its primary one;
      * another can be made primary when it is added or later in
      * maintain mode, and deleting the primary EAN passes the flag
      * on to the next one on file for the article. The bulk load
      * reads catalog.dat - the feed CATLOGLD loads the articles
      * from - and takes the optional sixth field on each line as
      * the article's EAN; lines without one are skipped, EANs
      * already on file for the same article are left alone, and
      * every other problem is listed with its reason on
      * barcodeLoad.rpt. Needs a sign-on against users.dat with
      * maintainer authority (level 2); deleting an EAN needs senior
      * authority (level 3).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT BarcodeFile
             ASSIGN TO "barcode.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BarEan
             ALTERNATE RECORD KEY IS BarArticleId
                WITH DUPLICATES
             FILE STATUS IS BarcodeFileStatus.
          SELECT PriceTable
             ASSIGN TO "priceTable.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ArticleId
             ALTERNATE RECORD KEY IS ArticleDesc
                WITH DUPLICATES
             FILE STATUS IS PriceTableStatus.
          SELECT CatalogFile
             ASSIGN TO "catalog.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CatalogFileStatus.
          SELECT LoadReport
             ASSIGN TO "barcodeLoad.rpt"
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT UserFile
             ASSIGN TO "users.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS UserId
             FILE STATUS IS UserFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BarcodeFile.
          COPY barcode.

       FD PriceTable.
          COPY artdtl.

       FD CatalogFile.
       01 CatalogLine  PIC X(80).

       FD LoadReport.
       01 ReportLine  PIC X(80).

       FD UserFile.
          COPY userdtl.

       WORKING-STORAGE SECTION.
      * Reads and writes through the ArticleId alternate key come
      * back '02' while more EANs for the same article follow.
       01 BarcodeFileStatus  PIC X(02).
          88 BarcodeFileOk        VALUE '00' '02'.
          88 BarcodeFileEnd       VALUE '10'.
          88 BarcodeFileDuplicate VALUE '22'.
          88 BarcodeFileNotFound  VALUE '23'.

       01 PriceTableStatus   PIC X(02).
          88 PriceTableOk        VALUE '00'.
          88 PriceTableNotFound  VALUE '23'.

       01 CatalogFileStatus  PIC X(02).
          88 CatalogFileOk       VALUE '00'.
          88 CatalogFileEnd      VALUE '10'.

       01 ModeChoice         PIC X(01).
          88 MaintainExisting  VALUE '2'.
          88 BulkLoad          VALUE '3'.

       01 MaintAction        PIC X(01).
          88 MaintPrimary      VALUE 'P'.
          88 MaintDelete       VALUE 'D'.
          88 MaintSkip         VALUE 'S'.

       01 PrimaryAnswer      PIC X(01).
          88 MakePrimary       VALUE 'Y'.

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
       01 EntryEan           PIC 9(13).
       01 EntryArticleId     PIC 9(6).

       01 EanCheckArea.
          02 EanCheckCode    PIC 9(13).
          02 EanCheckDigits REDEFINES EanCheckCode.
             03 EanDigit     PIC 9(01) OCCURS 13 TIMES.
       01 EanSub             PIC 9(02).
       01 EanSum             PIC 9(04).
       01 EanWork            PIC 9(04).
       01 EanRemainder       PIC 9(02).
       01 EanExpected        PIC 9(02).
       01 EanValid-Sw        PIC X(01).
          88 EanValid          VALUE 'Y'.

       01 KeyStatus          PIC X(01).
          88 KeyValid          VALUE 'Y'.
          88 KeyInvalid        VALUE 'N'.

       01 EanCount           PIC 9(04) VALUE ZERO.
       01 NextPrimaryEan     PIC 9(13).

       01 LoadCounters.
          02 LineReadCount   PIC 9(06) VALUE ZERO.
          02 LineLoadCount   PIC 9(06) VALUE ZERO.
          02 LineKnownCount  PIC 9(06) VALUE ZERO.
          02 LineNoEanCount  PIC 9(06) VALUE ZERO.
          02 LineRejectCount PIC 9(06) VALUE ZERO.

       01 CatalogFields.
          02 CatId           PIC X(06).
          02 CatDesc         PIC X(20).
          02 CatPrice        PIC X(10).
          02 CatVatCode      PIC X(01).
          02 CatAvail        PIC X(01).
          02 CatEan          PIC X(20).
       01 CatIdLength        PIC 9(02) VALUE ZERO.
       01 EanDigitCount      PIC 9(02) VALUE ZERO.
       01 WorkDigit          PIC 9(01).
       01 ScanPos            PIC 9(02).

       01 LineState          PIC X(01).
          88 LineClean         VALUE 'Y'.
          88 LineRejected      VALUE 'N'.

       01 RejectReason       PIC X(30).

       01 AcceptDetail.
          02 FILLER          PIC X(09) VALUE "LOADED   ".
          02 AccEan          PIC 9(13).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 AccArticleId    PIC 9(06).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 AccArticleDesc  PIC X(20).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 AccPrimary      PIC X(07).

       01 RejectDetail.
          02 FILLER          PIC X(09) VALUE "REJECTED ".
          02 RejCatId        PIC X(06).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RejCatEan       PIC X(13).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RejReason       PIC X(30).

       01 SummaryLine1.
          02 FILLER          PIC X(24) VALUE "LINES READ .............".
          02 SumRead         PIC ZZZ,ZZ9.

       01 SummaryLine2.
          02 FILLER          PIC X(24) VALUE "EANS LOADED ............".
          02 SumLoaded       PIC ZZZ,ZZ9.

       01 SummaryLine3.
          02 FILLER          PIC X(24) VALUE "EANS ALREADY ON FILE ...".
          02 SumKnown        PIC ZZZ,ZZ9.

       01 SummaryLine4.
          02 FILLER          PIC X(24) VALUE "LINES WITHOUT EAN ......".
          02 SumNoEan        PIC ZZZ,ZZ9.

       01 SummaryLine5.
          02 FILLER          PIC X(24) VALUE "LINES REJECTED .........".
          02 SumRejected     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main.
          PERFORM SignOn.
          IF NOT SignedOn
             STOP RUN
          END-IF.
          IF SignedOnLevel < 2
             DISPLAY "Barcode maintenance needs authority level 2"
             STOP RUN
          END-IF.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          OPEN INPUT PriceTable.
          PERFORM OpenBarcodeFile.
          DISPLAY "1 - Add new EANs".
          DISPLAY "2 - Maintain (primary/delete) an article's EANs".
          DISPLAY "3 - Bulk load EANs from the catalog file".
          ACCEPT ModeChoice.
          IF MaintainExisting
             PERFORM MaintainMode
          ELSE IF BulkLoad
             PERFORM BulkLoadMode
          ELSE
             PERFORM AddMode
          END-IF.
          CLOSE BarcodeFile.
          CLOSE PriceTable.
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

       OpenBarcodeFile.
          OPEN I-O BarcodeFile.
          IF BarcodeFileStatus = '35'
             OPEN OUTPUT BarcodeFile
             CLOSE BarcodeFile
             OPEN I-O BarcodeFile
          END-IF.

       AddMode.
          DISPLAY "Enter EANs below. Zero EAN ends.".
          PERFORM GetNewEan.
          PERFORM UNTIL EntryEan = ZERO
             IF KeyValid
                PERFORM AddBarcode
             END-IF
             PERFORM GetNewEan
          END-PERFORM.

       GetNewEan.
          SET KeyValid TO TRUE.
          DISPLAY "Enter - EAN".
          ACCEPT EntryEan.
          IF EntryEan NOT = ZERO
             MOVE EntryEan TO EanCheckCode
             PERFORM CheckEanDigit
             IF NOT EanValid
                DISPLAY "EAN " EntryEan " fails the check digit"
                SET KeyInvalid TO TRUE
             ELSE
                MOVE EntryEan TO BarEan
                READ BarcodeFile
                   INVALID KEY SET BarcodeFileNotFound TO TRUE
                END-READ
                IF BarcodeFileOk
                   DISPLAY "EAN " EntryEan " is already on file for"
                      " ArticleId " BarArticleId
                   SET KeyInvalid TO TRUE
                END-IF
             END-IF
          END-IF.

       AddBarcode.
          PERFORM GetArticle.
          IF KeyValid
             PERFORM CountArticleEans
             IF EanCount = ZERO
                MOVE 'Y' TO PrimaryAnswer
             ELSE
                DISPLAY "Make this the primary EAN for the article?"
                   " (Y/N)"
                ACCEPT PrimaryAnswer
             END-IF
             IF MakePrimary
                PERFORM ClearPrimary
             END-IF
             MOVE EntryEan TO BarEan
             MOVE EntryArticleId TO BarArticleId
             IF MakePrimary
                SET BarIsPrimary TO TRUE
             ELSE
                SET BarNotPrimary TO TRUE
             END-IF
             SET BarKeyed TO TRUE
             MOVE SignedOnUser TO BarAddedBy
             MOVE TodayDate TO BarAddedDate
             WRITE BarcodeRecord
             IF NOT BarcodeFileOk
                DISPLAY "Could not write EAN " EntryEan
                   " - status " BarcodeFileStatus
             END-IF
          END-IF.

       GetArticle.
          SET KeyValid TO TRUE.
          DISPLAY "Enter - ArticleId".
          ACCEPT EntryArticleId.
          MOVE EntryArticleId TO ArticleId.
          READ PriceTable
             INVALID KEY SET PriceTableNotFound TO TRUE
          END-READ.
          IF NOT PriceTableOk
             DISPLAY "ArticleId " EntryArticleId " not on file"
             SET KeyInvalid TO TRUE
          ELSE
             DISPLAY ArticleDesc
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

       CountArticleEans.
          MOVE ZERO TO EanCount.
          MOVE EntryArticleId TO BarArticleId.
          START BarcodeFile KEY = BarArticleId
             INVALID KEY SET BarcodeFileEnd TO TRUE
          END-START.
          IF NOT BarcodeFileEnd
             PERFORM ReadBarcode
             PERFORM UNTIL BarcodeFileEnd
                OR BarArticleId NOT = EntryArticleId
                ADD 1 TO EanCount
                PERFORM ReadBarcode
             END-PERFORM
          END-IF.

       ReadBarcode.
          READ BarcodeFile NEXT RECORD
             AT END SET BarcodeFileEnd TO TRUE
          END-READ.

      * Only the alternate key is walked here, so rewriting the flag
      * leaves the position where it was.
       ClearPrimary.
          MOVE EntryArticleId TO BarArticleId.
          START BarcodeFile KEY = BarArticleId
             INVALID KEY SET BarcodeFileEnd TO TRUE
          END-START.
          IF NOT BarcodeFileEnd
             PERFORM ReadBarcode
             PERFORM UNTIL BarcodeFileEnd
                OR BarArticleId NOT = EntryArticleId
                IF BarIsPrimary
                   SET BarNotPrimary TO TRUE
                   REWRITE BarcodeRecord
                END-IF
                PERFORM ReadBarcode
             END-PERFORM
          END-IF.

       MaintainMode.
          DISPLAY "Enter the article to maintain. Zero ArticleId"
             " stops.".
          PERFORM GetMaintArticle.
          PERFORM UNTIL EntryArticleId = ZERO
             IF KeyValid
                PERFORM ListArticleEans
                IF EanCount > ZERO
                   PERFORM MaintainBarcode
                END-IF
             END-IF
             PERFORM GetMaintArticle
          END-PERFORM.

       GetMaintArticle.
          SET KeyValid TO TRUE.
          DISPLAY "Enter - ArticleId".
          ACCEPT EntryArticleId.
          IF EntryArticleId NOT = ZERO
             MOVE EntryArticleId TO ArticleId
             READ PriceTable
                INVALID KEY SET PriceTableNotFound TO TRUE
             END-READ
             IF PriceTableOk
                DISPLAY ArticleDesc
             ELSE
                DISPLAY "ArticleId not on price table - its EANs"
                   " can still be maintained"
             END-IF
          END-IF.

       ListArticleEans.
          MOVE ZERO TO EanCount.
          MOVE EntryArticleId TO BarArticleId.
          START BarcodeFile KEY = BarArticleId
             INVALID KEY SET BarcodeFileEnd TO TRUE
          END-START.
          IF NOT BarcodeFileEnd
             PERFORM ReadBarcode
             PERFORM UNTIL BarcodeFileEnd
                OR BarArticleId NOT = EntryArticleId
                ADD 1 TO EanCount
                IF BarIsPrimary
                   DISPLAY BarEan "  PRIMARY  added " BarAddedDate
                ELSE
                   DISPLAY BarEan "           added " BarAddedDate
                END-IF
                PERFORM ReadBarcode
             END-PERFORM
          END-IF.
          IF EanCount = ZERO
             DISPLAY "No EANs on file for this article"
          END-IF.

       MaintainBarcode.
          DISPLAY "Enter - EAN to maintain".
          ACCEPT EntryEan.
          MOVE EntryEan TO BarEan.
          READ BarcodeFile
             INVALID KEY SET BarcodeFileNotFound TO TRUE
          END-READ.
          IF NOT BarcodeFileOk OR BarArticleId NOT = EntryArticleId
             DISPLAY "EAN " EntryEan " is not on file for this"
                " article"
          ELSE
             DISPLAY "P=Make primary, D=Delete, S=Skip this EAN"
             ACCEPT MaintAction
             IF MaintPrimary
                PERFORM SetPrimaryBarcode
             ELSE IF MaintDelete
                IF SignedOnLevel < 3
                   DISPLAY "Deleting EANs needs authority level 3"
                ELSE
                   PERFORM DeleteBarcode
                END-IF
             END-IF
          END-IF.

       SetPrimaryBarcode.
          PERFORM ClearPrimary.
          MOVE EntryEan TO BarEan.
          READ BarcodeFile
             INVALID KEY SET BarcodeFileNotFound TO TRUE
          END-READ.
          IF BarcodeFileOk
             SET BarIsPrimary TO TRUE
             REWRITE BarcodeRecord
          END-IF.
          IF NOT BarcodeFileOk
             DISPLAY "EAN " EntryEan " rewrite failed - status "
                BarcodeFileStatus
          END-IF.

      * The primary flag passes to the first EAN left for the
      * article so the shelf label keeps a barcode.
       DeleteBarcode.
          MOVE BarPrimary TO PrimaryAnswer.
          DELETE BarcodeFile.
          IF NOT BarcodeFileOk
             DISPLAY "EAN " EntryEan " delete failed - status "
                BarcodeFileStatus
          ELSE IF MakePrimary
             PERFORM PassOnPrimary
          END-IF.

       PassOnPrimary.
          MOVE ZERO TO NextPrimaryEan.
          MOVE EntryArticleId TO BarArticleId.
          START BarcodeFile KEY = BarArticleId
             INVALID KEY SET BarcodeFileEnd TO TRUE
          END-START.
          IF NOT BarcodeFileEnd
             PERFORM ReadBarcode
             IF NOT BarcodeFileEnd
                AND BarArticleId = EntryArticleId
                SET BarIsPrimary TO TRUE
                MOVE BarEan TO NextPrimaryEan
                REWRITE BarcodeRecord
             END-IF
          END-IF.
          IF NextPrimaryEan NOT = ZERO
             DISPLAY "EAN " NextPrimaryEan " is now the primary EAN"
          END-IF.

       BulkLoadMode.
          OPEN INPUT CatalogFile.
          IF NOT CatalogFileOk
             DISPLAY "No catalog file to load - status "
                CatalogFileStatus
          ELSE
             OPEN OUTPUT LoadReport
             MOVE "CATALOG EAN LOAD" TO ReportLine
             WRITE ReportLine
             WRITE ReportLine FROM SPACES
             PERFORM ReadCatalogLine
             PERFORM UNTIL CatalogFileEnd
                ADD 1 TO LineReadCount
                PERFORM LoadCatalogEan
                PERFORM ReadCatalogLine
             END-PERFORM
             PERFORM WriteSummary
             CLOSE CatalogFile
             CLOSE LoadReport
             DISPLAY "Catalog lines read  : " LineReadCount
             DISPLAY "EANs loaded         : " LineLoadCount
             DISPLAY "EANs already on file: " LineKnownCount
             DISPLAY "Lines without EAN   : " LineNoEanCount
             DISPLAY "Lines rejected      : " LineRejectCount
          END-IF.

       ReadCatalogLine.
          READ CatalogFile
             AT END SET CatalogFileEnd TO TRUE
          END-READ.

       LoadCatalogEan.
          SET LineClean TO TRUE.
          MOVE SPACES TO RejectReason.
          MOVE SPACES TO CatalogFields.
          MOVE ZERO TO CatIdLength.
          UNSTRING CatalogLine DELIMITED BY ";"
             INTO CatId COUNT IN CatIdLength
                  CatDesc
                  CatPrice
                  CatVatCode
                  CatAvail
                  CatEan
          END-UNSTRING.
          IF CatEan = SPACES
             ADD 1 TO LineNoEanCount
          ELSE
             PERFORM EditCatalogEan
             IF LineClean
                PERFORM WriteCatalogEan
             ELSE
                PERFORM WriteRejectLine
             END-IF
          END-IF.

       EditCatalogEan.
          PERFORM ConvertCatalogId.
          IF LineClean
             PERFORM ConvertCatalogEan
          END-IF.
          IF LineClean
             MOVE EntryEan TO EanCheckCode
             PERFORM CheckEanDigit
             IF NOT EanValid
                MOVE "EAN CHECK DIGIT WRONG" TO RejectReason
                SET LineRejected TO TRUE
             END-IF
          END-IF.
          IF LineClean
             MOVE EntryArticleId TO ArticleId
             READ PriceTable
                INVALID KEY SET PriceTableNotFound TO TRUE
             END-READ
             IF NOT PriceTableOk
                MOVE "ARTICLEID NOT ON FILE" TO RejectReason
                SET LineRejected TO TRUE
             END-IF
          END-IF.

       ConvertCatalogId.
          MOVE ZERO TO EntryArticleId.
          IF CatIdLength > 6
             MOVE "ARTICLEID TOO LONG" TO RejectReason
             SET LineRejected TO TRUE
          ELSE IF CatId = SPACES
             MOVE "ARTICLEID MISSING" TO RejectReason
             SET LineRejected TO TRUE
          ELSE
             PERFORM VARYING ScanPos FROM 1 BY 1
                UNTIL ScanPos > 6 OR LineRejected
                OR CatId(ScanPos:1) = SPACE
                IF CatId(ScanPos:1) NUMERIC
                   MOVE CatId(ScanPos:1) TO WorkDigit
                   COMPUTE EntryArticleId =
                      (EntryArticleId * 10) + WorkDigit
                ELSE
                   MOVE "ARTICLEID NOT NUMERIC" TO RejectReason
                   SET LineRejected TO TRUE
                END-IF
             END-PERFORM
          END-IF.

      * The EAN is the last field, so it runs on into the padding
      * of the line and its length is found by scanning. Shorter
      * codes come in without their leading zeros; building the
      * number digit by digit right-aligns them.
       ConvertCatalogEan.
          MOVE ZERO TO EntryEan.
          MOVE ZERO TO EanDigitCount.
          PERFORM VARYING ScanPos FROM 1 BY 1
             UNTIL ScanPos > 20 OR LineRejected
             OR CatEan(ScanPos:1) = SPACE
             IF CatEan(ScanPos:1) NUMERIC
                ADD 1 TO EanDigitCount
                IF EanDigitCount > 13
                   MOVE "EAN TOO LONG" TO RejectReason
                   SET LineRejected TO TRUE
                ELSE
                   MOVE CatEan(ScanPos:1) TO WorkDigit
                   COMPUTE EntryEan = (EntryEan * 10) + WorkDigit
                END-IF
             ELSE
                MOVE "EAN NOT NUMERIC" TO RejectReason
                SET LineRejected TO TRUE
             END-IF
          END-PERFORM.
          IF NOT LineRejected AND EntryEan = ZERO
             MOVE "EAN ZERO" TO RejectReason
             SET LineRejected TO TRUE
          END-IF.

       WriteCatalogEan.
          MOVE EntryEan TO BarEan.
          READ BarcodeFile
             INVALID KEY SET BarcodeFileNotFound TO TRUE
          END-READ.
          IF BarcodeFileOk
             IF BarArticleId = EntryArticleId
                ADD 1 TO LineKnownCount
             ELSE
                MOVE "EAN ON ANOTHER ARTICLE" TO RejectReason
                PERFORM WriteRejectLine
             END-IF
          ELSE
             PERFORM CountArticleEans
             MOVE EntryEan TO BarEan
             MOVE EntryArticleId TO BarArticleId
             IF EanCount = ZERO
                SET BarIsPrimary TO TRUE
                MOVE "PRIMARY" TO AccPrimary
             ELSE
                SET BarNotPrimary TO TRUE
                MOVE SPACES TO AccPrimary
             END-IF
             SET BarLoaded TO TRUE
             MOVE SignedOnUser TO BarAddedBy
             MOVE TodayDate TO BarAddedDate
             WRITE BarcodeRecord
             IF BarcodeFileOk
                PERFORM WriteAcceptLine
             ELSE
                MOVE "WRITE FAILED" TO RejectReason
                PERFORM WriteRejectLine
             END-IF
          END-IF.

       WriteAcceptLine.
          MOVE EntryEan TO AccEan.
          MOVE EntryArticleId TO AccArticleId.
          MOVE ArticleDesc TO AccArticleDesc.
          WRITE ReportLine FROM AcceptDetail.
          ADD 1 TO LineLoadCount.

       WriteRejectLine.
          MOVE CatId TO RejCatId.
          MOVE CatEan TO RejCatEan.
          MOVE RejectReason TO RejReason.
          WRITE ReportLine FROM RejectDetail.
          ADD 1 TO LineRejectCount.

       WriteSummary.
          WRITE ReportLine FROM SPACES.
          MOVE LineReadCount TO SumRead.
          WRITE ReportLine FROM SummaryLine1.
          MOVE LineLoadCount TO SumLoaded.
          WRITE ReportLine FROM SummaryLine2.
          MOVE LineKnownCount TO SumKnown.
          WRITE ReportLine FROM SummaryLine3.
          MOVE LineNoEanCount TO SumNoEan.
          WRITE ReportLine FROM SummaryLine4.
          MOVE LineRejectCount TO SumRejected.
          WRITE ReportLine FROM SummaryLine5.
