       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOMNT.
       AUTHOR. Simon Schliesky.
       DATE-WRITTEN. 15/10/2026.

      * Interactive maintenance for the promotion file (promo.dat) in
      * the same add/maintain style COSTMNT gives the supplier cost
      * prices. A promotion sells one article at a promo price (incl.
      * VAT) from a from-date to a to-date inclusive, either at every
      * location or only at the LocationIds keyed with it. The article
      * must be on the price table and every location on the location
      * master; a promo price that is not below the regular inclVAT
      * price, and a promotion that overlaps another one for the same
      * article, are accepted with a warning - where two overlap, the
      * one that started later is the one the register offers.
      * Maintaining an article lists every promotion on file for it
      * before asking which one to change. Needs a sign-on against
      * users.dat with maintainer authority (level 2); deleting a
      * promotion needs senior authority (level 3).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PromoFile
             ASSIGN TO "promo.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PrmKey
             FILE STATUS IS PromoFileStatus.
          SELECT PriceTable
             ASSIGN TO "priceTable.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ArticleId
             ALTERNATE RECORD KEY IS ArticleDesc
                WITH DUPLICATES
             FILE STATUS IS PriceTableStatus.
          SELECT LocationFile
             ASSIGN TO "location.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LocationId
             FILE STATUS IS LocationFileStatus.
          SELECT UserFile
             ASSIGN TO "users.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS UserId
             FILE STATUS IS UserFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD PromoFile.
          COPY promo.

       FD PriceTable.
          COPY artdtl.

       FD LocationFile.
          COPY locmst.

       FD UserFile.
          COPY userdtl.

       WORKING-STORAGE SECTION.
       01 PromoFileStatus    PIC X(02).
          88 PromoFileOk         VALUE '00'.
          88 PromoFileEnd        VALUE '10'.
          88 PromoFileDuplicate  VALUE '22'.
          88 PromoFileNotFound   VALUE '23'.

       01 PriceTableStatus   PIC X(02).
          88 PriceTableOk        VALUE '00'.
          88 PriceTableNotFound  VALUE '23'.

       01 LocationFileStatus PIC X(02).
          88 LocationFileOk       VALUE '00'.
          88 LocationFileNotFound VALUE '23'.

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
       01 EntryArticleId     PIC 9(6).
       01 EntryFromDate      PIC 9(8).
       01 EntryToDate        PIC 9(8).
       01 EntryPromoPrice    PIC 9(7)V99.
       01 EntryLocationId    PIC 9(3).
       01 RegularPrice       PIC 9(7)V99.

       01 SavePromotion      PIC X(97).

       01 KeyStatus          PIC X(01).
          88 KeyValid          VALUE 'Y'.
          88 KeyInvalid        VALUE 'N'.

       01 PromoCount         PIC 9(04) VALUE ZERO.
       01 OverlapCount       PIC 9(04) VALUE ZERO.
       01 LocSub             PIC 9(02) VALUE ZERO.
       01 LocEntered         PIC 9(02) VALUE ZERO.

       PROCEDURE DIVISION.
       Main.
          PERFORM SignOn.
          IF NOT SignedOn
             STOP RUN
          END-IF.
          IF SignedOnLevel < 2
             DISPLAY "Promotion maintenance needs authority level 2"
             STOP RUN
          END-IF.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          OPEN INPUT PriceTable.
          OPEN INPUT LocationFile.
          DISPLAY "1 - Add new promotions".
          DISPLAY "2 - Maintain (update/delete) existing promotions".
          ACCEPT ModeChoice.
          IF MaintainExisting
             PERFORM MaintainMode
          ELSE
             PERFORM AddMode
          END-IF.
          CLOSE PriceTable.
          CLOSE LocationFile.
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
          PERFORM OpenPromoFileForAdd.
          DISPLAY "Enter promotions below. Zero ArticleId ends.".
          PERFORM GetPromoArticle.
          PERFORM UNTIL EntryArticleId = ZERO
             IF KeyValid
                PERFORM AddPromotion
             END-IF
             PERFORM GetPromoArticle
          END-PERFORM.
          CLOSE PromoFile.

       OpenPromoFileForAdd.
          OPEN I-O PromoFile.
          IF PromoFileStatus = '35'
             OPEN OUTPUT PromoFile
             CLOSE PromoFile
             OPEN I-O PromoFile
          END-IF.

       GetPromoArticle.
          SET KeyValid TO TRUE.
          DISPLAY "Enter - ArticleId".
          ACCEPT EntryArticleId.
          IF EntryArticleId NOT = ZERO
             MOVE EntryArticleId TO ArticleId
             READ PriceTable
                INVALID KEY SET PriceTableNotFound TO TRUE
             END-READ
             IF NOT PriceTableOk
                DISPLAY "ArticleId " EntryArticleId " not on file"
                SET KeyInvalid TO TRUE
             ELSE
                MOVE inclVAT TO RegularPrice
                DISPLAY ArticleDesc "  regular price " inclVAT
             END-IF
          END-IF.

       AddPromotion.
          DISPLAY "Enter - From date YYYYMMDD (zero = today)".
          ACCEPT EntryFromDate.
          IF EntryFromDate = ZERO
             MOVE TodayDate TO EntryFromDate
          END-IF.
          PERFORM GetPromoTerms.
          PERFORM CheckOverlap.
          MOVE EntryArticleId TO PrmArticleId.
          MOVE EntryFromDate TO PrmFromDate.
          PERFORM MovePromoTerms.
          WRITE PromotionRecord.
          IF PromoFileDuplicate
             DISPLAY "A promotion from " EntryFromDate
                " is already on file - use maintain to change it"
          ELSE IF NOT PromoFileOk
             DISPLAY "Could not write promotion for ArticleId "
                EntryArticleId " - status " PromoFileStatus
          END-IF.

      * Everything but the from-date, which is part of the key.
       GetPromoTerms.
          MOVE ZERO TO EntryToDate.
          PERFORM UNTIL EntryToDate NOT < EntryFromDate
             DISPLAY "Enter - To date YYYYMMDD (last day of the"
                " promotion)"
             ACCEPT EntryToDate
             IF EntryToDate < EntryFromDate
                DISPLAY "To date must not be before " EntryFromDate
             END-IF
          END-PERFORM.
          MOVE ZERO TO EntryPromoPrice.
          PERFORM UNTIL EntryPromoPrice NOT = ZERO
             DISPLAY "Enter - Promo price incl. VAT"
             ACCEPT EntryPromoPrice
             IF EntryPromoPrice = ZERO
                DISPLAY "Promo price must not be zero"
             END-IF
          END-PERFORM.
          IF EntryPromoPrice NOT < RegularPrice
             DISPLAY "Warning - promo price is not below the regular"
                " price " RegularPrice
          END-IF.
          DISPLAY "Enter - Promotion description".
          ACCEPT PrmDescription.
          MOVE ZERO TO PrmLocationArea.
          MOVE ZERO TO LocEntered.
          DISPLAY "Enter the locations it runs at. Zero ends, none"
             " at all means every location.".
          PERFORM GetPromoLocation.
          PERFORM UNTIL EntryLocationId = ZERO OR LocEntered = 10
             MOVE EntryLocationId TO LocationId
             READ LocationFile
                INVALID KEY SET LocationFileNotFound TO TRUE
             END-READ
             IF LocationFileOk
                ADD 1 TO LocEntered
                MOVE EntryLocationId TO PrmLocationId(LocEntered)
             ELSE
                DISPLAY "Location " EntryLocationId " not on file"
             END-IF
             IF LocEntered < 10
                PERFORM GetPromoLocation
             END-IF
          END-PERFORM.
          IF LocEntered = ZERO
             DISPLAY "Promotion runs at every location"
          END-IF.

       GetPromoLocation.
          DISPLAY "Enter - LocationId".
          ACCEPT EntryLocationId.

       MovePromoTerms.
          MOVE EntryToDate TO PrmToDate.
          MOVE EntryPromoPrice TO PrmPromoPrice.
          MOVE SignedOnUser TO PrmEnteredBy.
          MOVE TodayDate TO PrmEnteredDate.

      * The record area is saved around the scan, which reads other
      * promotions for the article into it.
       CheckOverlap.
          MOVE PromotionRecord TO SavePromotion.
          MOVE ZERO TO OverlapCount.
          MOVE EntryArticleId TO PrmArticleId.
          MOVE ZERO TO PrmFromDate.
          START PromoFile KEY NOT LESS THAN PrmKey
             INVALID KEY SET PromoFileEnd TO TRUE
          END-START.
          IF NOT PromoFileEnd
             PERFORM ReadPromotion
             PERFORM UNTIL PromoFileEnd
                OR PrmArticleId NOT = EntryArticleId
                OR PrmFromDate > EntryToDate
                IF PrmToDate NOT < EntryFromDate
                   AND PrmFromDate NOT = EntryFromDate
                   ADD 1 TO OverlapCount
                   DISPLAY "Warning - overlaps the promotion "
                      PrmFromDate " - " PrmToDate
                END-IF
                PERFORM ReadPromotion
             END-PERFORM
          END-IF.
          MOVE SavePromotion TO PromotionRecord.

       MaintainMode.
          OPEN I-O PromoFile.
          IF PromoFileStatus = '35'
             DISPLAY "No promotions on file yet - nothing to"
                " maintain"
          ELSE
             DISPLAY "Enter the promotion to maintain. Zero ArticleId"
                " stops."
             PERFORM GetPromoArticle
             PERFORM UNTIL EntryArticleId = ZERO
                IF KeyValid
                   PERFORM ListPromotions
                   IF PromoCount > ZERO
                      PERFORM MaintainPromotion
                   END-IF
                END-IF
                PERFORM GetPromoArticle
             END-PERFORM
             CLOSE PromoFile
          END-IF.

       ListPromotions.
          MOVE ZERO TO PromoCount.
          MOVE EntryArticleId TO PrmArticleId.
          MOVE ZERO TO PrmFromDate.
          START PromoFile KEY NOT LESS THAN PrmKey
             INVALID KEY SET PromoFileEnd TO TRUE
          END-START.
          IF NOT PromoFileEnd
             PERFORM ReadPromotion
             PERFORM UNTIL PromoFileEnd
                OR PrmArticleId NOT = EntryArticleId
                ADD 1 TO PromoCount
                DISPLAY PrmFromDate " - " PrmToDate "  price "
                   PrmPromoPrice "  " PrmDescription
                PERFORM ReadPromotion
             END-PERFORM
          END-IF.
          IF PromoCount = ZERO
             DISPLAY "No promotions on file for this article"
          END-IF.

       ReadPromotion.
          READ PromoFile NEXT RECORD
             AT END SET PromoFileEnd TO TRUE
          END-READ.

       MaintainPromotion.
          DISPLAY "Enter - From date of the promotion to maintain".
          ACCEPT EntryFromDate.
          MOVE EntryArticleId TO PrmArticleId.
          MOVE EntryFromDate TO PrmFromDate.
          READ PromoFile
             INVALID KEY DISPLAY "No promotion from " EntryFromDate
          END-READ.
          IF PromoFileOk
             DISPLAY "To date    : " PrmToDate
             DISPLAY "Promo price: " PrmPromoPrice
             DISPLAY "Description: " PrmDescription
             PERFORM VARYING LocSub FROM 1 BY 1 UNTIL LocSub > 10
                IF PrmLocationId(LocSub) NOT = ZERO
                   DISPLAY "Location   : " PrmLocationId(LocSub)
                END-IF
             END-PERFORM
             DISPLAY "U=Update, D=Delete, S=Skip this promotion"
             ACCEPT MaintAction
             IF MaintUpdate
                PERFORM UpdatePromotion
             ELSE IF MaintDelete
                IF SignedOnLevel < 3
                   DISPLAY "Deleting promotions needs authority"
                      " level 3"
                ELSE
                   PERFORM DeletePromotion
                END-IF
             END-IF
          END-IF.

      * The overlap scan moves the file position, so the promotion
      * is read back by key before it is rewritten.
       UpdatePromotion.
          PERFORM GetPromoTerms.
          PERFORM CheckOverlap.
          MOVE PromotionRecord TO SavePromotion.
          MOVE EntryArticleId TO PrmArticleId.
          MOVE EntryFromDate TO PrmFromDate.
          READ PromoFile
             INVALID KEY SET PromoFileNotFound TO TRUE
          END-READ.
          IF PromoFileOk
             MOVE SavePromotion TO PromotionRecord
             PERFORM MovePromoTerms
             REWRITE PromotionRecord
          END-IF.
          IF NOT PromoFileOk
             DISPLAY "ArticleId " EntryArticleId
                " promotion rewrite failed - status " PromoFileStatus
          END-IF.

       DeletePromotion.
          DELETE PromoFile.
          IF NOT PromoFileOk
             DISPLAY "ArticleId " EntryArticleId
                " promotion delete failed - status " PromoFileStatus
          END-IF.
