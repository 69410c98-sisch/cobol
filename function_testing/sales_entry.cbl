      * a register only ever sells out of its own shop. The nightly
      * SALESPST run posts the quantities against the stock and
      * accumulates the money side for the daily takings report.
      * Every line is stamped with the day it was rung up. When the
      * article is on a promotion at this location today (promo.dat,
      * kept through PROMOMNT) the promo price is shown and a zero
      * price charges it; any other price can still be keyed as
      * before. The article can be scanned by its EAN instead of
      * keying the ArticleId: the check digit is validated and the
      * EAN looked up on barcode.dat; one that fails either way is
      * asked for again. The register number is asked once after
      * the location and the tender - cash, card or voucher - with
      * every line, so the shift's takings can be checked per
      * register and tender at cash-up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ASSIGN TO "salesDay.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SalesDayStatus.
          SELECT PromoFile
             ASSIGN TO "promo.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PrmKey
             FILE STATUS IS PromoFileStatus.
          SELECT BarcodeFile
             ASSIGN TO "barcode.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BarEan
             ALTERNATE RECORD KEY IS BarArticleId
                WITH DUPLICATES
             FILE STATUS IS BarcodeFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SalesDayFile.
          COPY salesln.

       FD PromoFile.
          COPY promo.

       FD BarcodeFile.
          COPY barcode.

       WORKING-STORAGE SECTION.
       01 SalesDayStatus    PIC X(02).
          88 SalesDayOk       VALUE '00'.

       01 PromoFileStatus   PIC X(02).
          88 PromoFileOk      VALUE '00'.
          88 PromoFileEnd     VALUE '10'.

       01 PromoFile-Sw      PIC X(01) VALUE 'N'.
          88 PromoFileOpen    VALUE 'Y'.
       01 PromoFound-Sw     PIC X(01).
          88 PromoFound       VALUE 'Y'.
       01 PromoLocation-Sw  PIC X(01).
          88 PromoLocationOk  VALUE 'Y'.
       01 PromoPrice        PIC 9(7)V99.
       01 PromoDescription  PIC X(20).
       01 PromoLocSub       PIC 9(02).

       01 BarcodeFileStatus PIC X(02).
          88 BarcodeFileOk    VALUE '00' '02'.
          88 BarcodeFileNotFound VALUE '23'.

       01 BarcodeFile-Sw    PIC X(01) VALUE 'N'.
          88 BarcodeFileOpen  VALUE 'Y'.
       01 CodeResolved-Sw   PIC X(01).
          88 CodeResolved     VALUE 'Y'.
       01 EntryCode         PIC 9(13).
       01 ResolvedArticleId PIC 9(06).

       01 EanCheckArea.
          02 EanCheckCode   PIC 9(13).
          02 EanCheckDigits REDEFINES EanCheckCode.
             03 EanDigit    PIC 9(01) OCCURS 13 TIMES.
       01 EanSub            PIC 9(02).
       01 EanSum            PIC 9(04).
       01 EanWork           PIC 9(04).
       01 EanRemainder      PIC 9(02).
       01 EanExpected       PIC 9(02).
       01 EanValid-Sw       PIC X(01).
          88 EanValid         VALUE 'Y'.

       01 EnteredCount      PIC 9(06) VALUE ZERO.
       01 EntryLocationId   PIC 9(03).
       01 EntryRegisterId   PIC 9(03).
       01 TodayDate         PIC 9(08).

       PROCEDURE DIVISION.
       Main.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          PERFORM GetEntryLocation.
          PERFORM GetEntryRegister.
          PERFORM OpenSalesDayFile.
          PERFORM OpenPromoFile.
          PERFORM OpenBarcodeFile.
          DISPLAY "Enter register sales below."
          DISPLAY "ArticleId zero ends.".
          PERFORM GetInput.
             PERFORM GetInput
          END-PERFORM.
          CLOSE SalesDayFile.
          IF PromoFileOpen
             CLOSE PromoFile
          END-IF.
          IF BarcodeFileOpen
             CLOSE BarcodeFile
          END-IF.
          DISPLAY "Sales lines entered: " EnteredCount.
          STOP RUN.

             OPEN OUTPUT SalesDayFile
          END-IF.

      * No promotion file simply means nothing is on promotion.
       OpenPromoFile.
          OPEN INPUT PromoFile.
          IF PromoFileOk
             SET PromoFileOpen TO TRUE
          END-IF.

       OpenBarcodeFile.
          OPEN INPUT BarcodeFile.
          IF BarcodeFileOk
             SET BarcodeFileOpen TO TRUE
          END-IF.

       GetEntryLocation.
          MOVE ZERO TO EntryLocationId.
          PERFORM UNTIL EntryLocationId NOT = ZERO
             END-IF
          END-PERFORM.

       GetEntryRegister.
          MOVE ZERO TO EntryRegisterId.
          PERFORM UNTIL EntryRegisterId NOT = ZERO
             DISPLAY "Enter - Register number"
             ACCEPT EntryRegisterId
             IF EntryRegisterId = ZERO
                DISPLAY "Register must not be zero"
             END-IF
          END-PERFORM.

       GetInput.
          PERFORM GetArticleCode.
          PERFORM UNTIL CodeResolved
             PERFORM GetArticleCode
          END-PERFORM.
          MOVE ResolvedArticleId TO SlsArticleId.
          IF SlsArticleId NOT = ZERO
             MOVE EntryLocationId TO SlsLocationId
             MOVE EntryRegisterId TO SlsRegisterId
             MOVE TodayDate TO SlsSaleDate
             PERFORM GetQuantity
             PERFORM FindPromotion
             IF PromoFound
                PERFORM GetPromoUnitPrice
             ELSE
                PERFORM GetUnitPrice
             END-IF
             PERFORM GetTenderType
          END-IF.

      * Anything longer than six digits is taken as an EAN.
       GetArticleCode.
          SET CodeResolved TO TRUE.
          DISPLAY "Enter - EAN or ArticleId".
          ACCEPT EntryCode.
          IF EntryCode > 999999
             PERFORM LookUpEan
          ELSE
             MOVE EntryCode TO ResolvedArticleId
          END-IF.

       LookUpEan.
          MOVE EntryCode TO EanCheckCode.
          PERFORM CheckEanDigit.
          IF NOT EanValid
             DISPLAY "EAN " EntryCode " fails the check digit"
             MOVE 'N' TO CodeResolved-Sw
          ELSE IF NOT BarcodeFileOpen
             DISPLAY "No barcode file - key the ArticleId"
             MOVE 'N' TO CodeResolved-Sw
          ELSE
             MOVE EntryCode TO BarEan
             READ BarcodeFile
                INVALID KEY SET BarcodeFileNotFound TO TRUE
             END-READ
             IF BarcodeFileOk
                MOVE BarArticleId TO ResolvedArticleId
             ELSE
                DISPLAY "EAN " EntryCode " not on file - key the"
                   " ArticleId"
                MOVE 'N' TO CodeResolved-Sw
             END-IF
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

       GetQuantity.
                DISPLAY "Price charged must not be zero"
             END-IF
          END-PERFORM.

       GetTenderType.
          MOVE SPACE TO SlsTenderType.
          PERFORM UNTIL SlsTenderValid
             DISPLAY "Enter - Tender (C cash, D card, V voucher)"
             ACCEPT SlsTenderType
             IF NOT SlsTenderValid
                DISPLAY "Tender must be C, D or V"
             END-IF
          END-PERFORM.

       GetPromoUnitPrice.
          DISPLAY "On promotion: " PromoDescription
             " at " PromoPrice.
          DISPLAY "Enter - Price charged incl. VAT (zero charges the"
             " promo price)".
          ACCEPT SlsUnitPrice.
          IF SlsUnitPrice = ZERO
             MOVE PromoPrice TO SlsUnitPrice
          END-IF.

      * Promotions for the article are read in from-date order, so
      * where two overlap the one that started later is offered.
       FindPromotion.
          MOVE 'N' TO PromoFound-Sw.
          IF PromoFileOpen
             MOVE SlsArticleId TO PrmArticleId
             MOVE ZERO TO PrmFromDate
             START PromoFile KEY NOT LESS THAN PrmKey
                INVALID KEY SET PromoFileEnd TO TRUE
             END-START
             IF NOT PromoFileEnd
                PERFORM ReadPromotion
                PERFORM UNTIL PromoFileEnd
                   OR PrmArticleId NOT = SlsArticleId
                   OR PrmFromDate > SlsSaleDate
                   IF PrmToDate NOT < SlsSaleDate
                      PERFORM CheckPromoLocation
                      IF PromoLocationOk
                         SET PromoFound TO TRUE
                         MOVE PrmPromoPrice TO PromoPrice
                         MOVE PrmDescription TO PromoDescription
                      END-IF
                   END-IF
                   PERFORM ReadPromotion
                END-PERFORM
             END-IF
          END-IF.

       ReadPromotion.
          READ PromoFile NEXT RECORD
             AT END SET PromoFileEnd TO TRUE
          END-READ.

       CheckPromoLocation.
          MOVE 'N' TO PromoLocation-Sw.
          IF PrmLocationArea = ZERO
             SET PromoLocationOk TO TRUE
          ELSE
             PERFORM VARYING PromoLocSub FROM 1 BY 1
                UNTIL PromoLocSub > 10 OR PromoLocationOk
                IF PrmLocationId(PromoLocSub) = SlsLocationId
                   SET PromoLocationOk TO TRUE
                END-IF
             END-PERFORM
          END-IF.
