      * close-out. Every posted sale is appended to the stock ledger
      * (stockLedger.dat) as an 'I' movement with the location's
      * on-hand before and after, so STOCKINQ's running balances
      * account for the night's sales too, and to the posted-sales
      * file (salesPosted.dat) with its net and VAT split, supplier
      * and VatRateCode, which the margin report works from. The
      * quantity is also added into the weekly sales history
      * (salesHist.dat) for the article, location and posting week,
      * which REORDCAL averages to recalculate reorder levels. The
      * day-file is rewritten the way PRICEACT rewrites
      * pendingPrice.dat, keeping only the lines that were rejected
      * so they can be fixed and posted again. Every posted line
      * has its price checked against the article's regular inclVAT
      * price and against any promotion (promo.dat) running at that
      * location on the day the sale was rung up; a sale at neither
      * is still posted but listed on the takings report as a price
      * override, and counted in the summary. PRICEACT and PRICEADJ
      * run ahead of this in the nightly chain, so the regular price
      * on file may already be tomorrow's: the old inclVAT of every
      * price change on priceAudit.dat made on or after a sale's day
      * counts as a regular price for that sale. The register and tender
      * type of each line are carried onto salesPosted.dat for the
      * cash-up report (CASHRPT).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ASSIGN TO "stockLedger.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LedgerFileStatus.
          SELECT PostedSalesFile
             ASSIGN TO "salesPosted.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PostedSalesStatus.
          SELECT SalesHistFile
             ASSIGN TO "salesHist.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ShsKey
             FILE STATUS IS SalesHistStatus.
          SELECT PromoFile
             ASSIGN TO "promo.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PrmKey
             FILE STATUS IS PromoFileStatus.
          SELECT AuditFile
             ASSIGN TO "priceAudit.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AuditFileStatus.
          SELECT TakingsReport
             ASSIGN TO "dailyTakings.rpt"
             ORGANIZATION IS LINE SEQUENTIAL.
       FD LedgerFile.
          COPY stkledg.

       FD PostedSalesFile.
          COPY slspost.

       FD SalesHistFile.
          COPY slshist.

       FD PromoFile.
          COPY promo.

       FD AuditFile.
          COPY priceaud.

       FD TakingsReport.
       01 ReportLine  PIC X(80).

       01 LedgerFileStatus  PIC X(02).
          88 LedgerFileOk       VALUE '00'.

       01 PostedSalesStatus PIC X(02).
          88 PostedSalesOk      VALUE '00'.

       01 SalesHistStatus   PIC X(02).
          88 SalesHistOk        VALUE '00'.
          88 SalesHistNotFound  VALUE '23'.

       01 PromoFileStatus   PIC X(02).
          88 PromoFileOk        VALUE '00'.
          88 PromoFileEnd       VALUE '10'.

       01 AuditFileStatus   PIC X(02).
          88 AuditFileOk        VALUE '00'.
          88 AuditFileEnd       VALUE '10'.

       01 PromoFile-Sw      PIC X(01) VALUE 'N'.
          88 PromoFileOpen    VALUE 'Y'.
       01 PromoFound-Sw     PIC X(01).
          88 PromoFound       VALUE 'Y'.
       01 PromoLocation-Sw  PIC X(01).
          88 PromoLocationOk  VALUE 'Y'.
       01 PromoPrice        PIC 9(7)V99.
       01 PromoLocSub       PIC 9(02).

       COPY vatrtbl.

       01 SalesTable.
             03 SalLocationId PIC 9(3).
             03 SalQuantity   PIC S9(6).
             03 SalUnitPrice  PIC 9(7)V99.
             03 SalSaleDate   PIC 9(8).
             03 SalRegisterId PIC 9(3).
             03 SalTenderType PIC X(01).
             03 SalState      PIC X(01).
                88 SalApplied   VALUE 'A'.
                88 SalRejected  VALUE 'R'.
       01 SalesSub          PIC 9(04) VALUE ZERO.
       01 SalesLimit        PIC 9(04) VALUE 2000.

       01 EarliestSaleDate  PIC 9(08) VALUE 99999999.

       01 PriceChangeTable.
          02 PriceChangeEntry OCCURS 1000 TIMES.
             03 PchArticleId   PIC 9(6).
             03 PchOldInclVAT  PIC 9(7)V99.
             03 PchChangeDate  PIC 9(8).
       01 PriceChangeCount  PIC 9(04) VALUE ZERO.
       01 PriceChangeSub    PIC 9(04) VALUE ZERO.
       01 PriceChangeLimit  PIC 9(04) VALUE 1000.
       01 PriceChangeFull-Sw PIC X(01) VALUE 'N'.
          88 PriceChangeTableFull VALUE 'Y'.
       01 EarlierPrice-Sw   PIC X(01) VALUE 'N'.
          88 EarlierPriceFound VALUE 'Y'.

       01 SalesLoadStatus   PIC X(01) VALUE 'Y'.
          88 SalesLoadOk      VALUE 'Y'.
          88 SalesTableFull   VALUE 'F'.

       01 TodayDate         PIC 9(08).
       01 SalesWeekNo       PIC 9(06).

       01 DayNumDate        PIC 9(08).
       01 DayNumParts REDEFINES DayNumDate.
          02 DnYear         PIC 9(04).
          02 DnMonth        PIC 9(02).
          02 DnDay          PIC 9(02).
       01 DnMPrime          PIC 9(04).
       01 DnWork            PIC 9(04).
       01 DnYPrime          PIC 9(04).
       01 DnQuot4           PIC 9(04).
       01 DnQuot100         PIC 9(04).
       01 DnQuot400         PIC 9(04).
       01 DnTemp            PIC 9(07).
       01 DnMonthDays       PIC 9(04).
       01 DayNumber         PIC 9(07).

       01 PostingCounters.
          02 SlsReadCount    PIC 9(06) VALUE ZERO.
          02 SlsAppliedCount PIC 9(06) VALUE ZERO.
          02 SlsRejectCount  PIC 9(06) VALUE ZERO.
          02 SlsPromoCount   PIC 9(06) VALUE ZERO.
          02 SlsOverrideCount PIC 9(06) VALUE ZERO.

       01 NewOnHandQty      PIC S9(7).
       01 NewLocationQty    PIC S9(7).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 RejRemark       PIC X(30).

       01 OverrideDetail.
          02 FILLER          PIC X(09) VALUE "OVERRIDE ".
          02 OvrArticleId    PIC 9(06).
          02 FILLER          PIC X(06) VALUE "  LOC ".
          02 OvrLocationId   PIC 9(03).
          02 FILLER          PIC X(06) VALUE "  QTY ".
          02 OvrQuantity     PIC +ZZZ,ZZ9.
          02 FILLER          PIC X(09) VALUE " CHARGED ".
          02 OvrCharged      PIC ZZZ,ZZ9.99.
          02 FILLER          PIC X(07) VALUE " PRICE ".
          02 OvrPrice        PIC ZZZ,ZZ9.99.

       01 TakingsHeading.
          02 FILLER PIC X(06)  VALUE "CODE".
          02 FILLER PIC X(09)  VALUE "  LINES".
          02 FILLER          PIC X(24) VALUE "SALES LINES REJECTED ...".
          02 SumRejected     PIC ZZZ,ZZ9.

       01 SummaryLine4.
          02 FILLER          PIC X(24) VALUE "SOLD AT PROMO PRICE ....".
          02 SumPromo        PIC ZZZ,ZZ9.

       01 SummaryLine5.
          02 FILLER          PIC X(24) VALUE "PRICE OVERRIDES ........".
          02 SumOverride     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          PERFORM ComputeSalesWeek.
          PERFORM LoadSalesLines.
          IF SalesTableFull
             DISPLAY "More than " SalesLimit " sales lines on"
             OPEN I-O PriceTable
             PERFORM OpenStockFile
             PERFORM OpenLedgerFile
             PERFORM OpenPostedSalesFile
             PERFORM OpenSalesHistFile
             PERFORM OpenPromoFile
             PERFORM LoadLocations
             PERFORM LoadVatRates
             PERFORM LoadPriceChanges
             PERFORM VARYING SalesSub FROM 1 BY 1
                UNTIL SalesSub > SalesCount
                PERFORM PostSalesLine
             CLOSE PriceTable
             CLOSE StockFile
             CLOSE LedgerFile
             CLOSE PostedSalesFile
             CLOSE SalesHistFile
             IF PromoFileOpen
                CLOSE PromoFile
             END-IF
             PERFORM RewriteSalesDayFile
          END-IF.
          PERFORM WriteTakings.
          DISPLAY "Sales lines read    : " SlsReadCount.
          DISPLAY "Sales lines posted  : " SlsAppliedCount.
          DISPLAY "Sales lines rejected: " SlsRejectCount.
          DISPLAY "Price overrides     : " SlsOverrideCount.
          PERFORM WriteStepCount.
          GOBACK.

          MOVE SlsLocationId TO SalLocationId(SalesCount).
          MOVE SlsQuantity TO SalQuantity(SalesCount).
          MOVE SlsUnitPrice TO SalUnitPrice(SalesCount).
          IF SlsSaleDate NUMERIC AND SlsSaleDate NOT = ZERO
             MOVE SlsSaleDate TO SalSaleDate(SalesCount)
          ELSE
             MOVE TodayDate TO SalSaleDate(SalesCount)
          END-IF.
          IF SalSaleDate(SalesCount) < EarliestSaleDate
             MOVE SalSaleDate(SalesCount) TO EarliestSaleDate
          END-IF.
          IF SlsRegisterId NUMERIC
             MOVE SlsRegisterId TO SalRegisterId(SalesCount)
          ELSE
             MOVE ZERO TO SalRegisterId(SalesCount)
          END-IF.
          MOVE SlsTenderType TO SalTenderType(SalesCount).
          SET SalRejected(SalesCount) TO TRUE.

       ReadSalesLine.
             OPEN OUTPUT LedgerFile
          END-IF.

       OpenPostedSalesFile.
          OPEN EXTEND PostedSalesFile.
          IF PostedSalesStatus = '35'
             OPEN OUTPUT PostedSalesFile
          END-IF.

       OpenSalesHistFile.
          OPEN I-O SalesHistFile.
          IF SalesHistStatus = '35'
             OPEN OUTPUT SalesHistFile
             CLOSE SalesHistFile
             OPEN I-O SalesHistFile
          END-IF.

      * No promotion file simply means nothing is on promotion.
       OpenPromoFile.
          OPEN INPUT PromoFile.
          IF PromoFileOk
             SET PromoFileOpen TO TRUE
          END-IF.

       WriteLedgerRecord.
          MOVE SalArticleId(SalesSub) TO LdgArticleId.
          MOVE SalLocationId(SalesSub) TO LdgLocationId.
             MOVE SalLocationId(SalesSub) TO StkLocationId
             MOVE ZERO TO StkOnHandQty
             MOVE ReorderLevel TO StkReorderLevel
             MOVE SPACES TO StkShelfCode
             WRITE StockLocationRecord
             IF NOT StockFileOk
                DISPLAY "ArticleId " SalArticleId(SalesSub)
             SET SalApplied(SalesSub) TO TRUE
             PERFORM WriteLedgerRecord
             PERFORM AccumulateTakings
             PERFORM AddSalesHistory
             PERFORM CheckChargedPrice
          ELSE
             ADD 1 TO SlsRejectCount
             MOVE "REWRITE FAILED" TO RejRemark
          ADD LineNet TO TotalNet.
          ADD LineVat TO TotalVat.
          ADD LineGross TO TotalGross.
          PERFORM WritePostedSale.

       WritePostedSale.
          MOVE TodayDate TO SpdPostDate.
          MOVE SalArticleId(SalesSub) TO SpdArticleId.
          MOVE SalLocationId(SalesSub) TO SpdLocationId.
          MOVE ArtSupplierId TO SpdSupplierId.
          MOVE VatRateCode TO SpdVatRateCode.
          MOVE SalQuantity(SalesSub) TO SpdQuantity.
          MOVE SalUnitPrice(SalesSub) TO SpdUnitPrice.
          MOVE SalSaleDate(SalesSub) TO SpdSaleDate.
          MOVE SalRegisterId(SalesSub) TO SpdRegisterId.
          MOVE SalTenderType(SalesSub) TO SpdTenderType.
          MOVE LineNet TO SpdNet.
          MOVE LineVat TO SpdVat.
          WRITE SalesPostedRecord.
          IF NOT PostedSalesOk
             DISPLAY "ArticleId " SalArticleId(SalesSub)
                " posted-sales write failed - status "
                PostedSalesStatus
          END-IF.

       AddSalesHistory.
          MOVE SalArticleId(SalesSub) TO ShsArticleId.
          MOVE SalLocationId(SalesSub) TO ShsLocationId.
          MOVE SalesWeekNo TO ShsWeekNo.
          READ SalesHistFile
             INVALID KEY SET SalesHistNotFound TO TRUE
          END-READ.
          IF SalesHistNotFound
             MOVE SalArticleId(SalesSub) TO ShsArticleId
             MOVE SalLocationId(SalesSub) TO ShsLocationId
             MOVE SalesWeekNo TO ShsWeekNo
             MOVE SalQuantity(SalesSub) TO ShsQuantity
             MOVE TodayDate TO ShsLastPostDate
             WRITE SalesHistoryRecord
          ELSE
             ADD SalQuantity(SalesSub) TO ShsQuantity
             MOVE TodayDate TO ShsLastPostDate
             REWRITE SalesHistoryRecord
          END-IF.
          IF NOT SalesHistOk
             DISPLAY "ArticleId " SalArticleId(SalesSub)
                " sales history update failed - status "
                SalesHistStatus
          END-IF.

      * A price that is neither the regular price nor the price of a
      * promotion running there that day was overridden at the
      * register.
       CheckChargedPrice.
          IF SalUnitPrice(SalesSub) NOT = inclVAT
             PERFORM FindEarlierPrice
             IF NOT EarlierPriceFound
                PERFORM FindPromotion
                IF PromoFound AND PromoPrice = SalUnitPrice(SalesSub)
                   ADD 1 TO SlsPromoCount
                ELSE
                   ADD 1 TO SlsOverrideCount
                   PERFORM WriteOverrideLine
                END-IF
             END-IF
          END-IF.

      * A price changed on or after the day of the sale was still
      * the regular price when the sale was rung up.
       FindEarlierPrice.
          MOVE 'N' TO EarlierPrice-Sw.
          PERFORM VARYING PriceChangeSub FROM 1 BY 1
             UNTIL PriceChangeSub > PriceChangeCount
                OR EarlierPriceFound
             IF PchArticleId(PriceChangeSub) = SalArticleId(SalesSub)
                AND PchOldInclVAT(PriceChangeSub)
                   = SalUnitPrice(SalesSub)
                AND PchChangeDate(PriceChangeSub)
                   NOT < SalSaleDate(SalesSub)
                SET EarlierPriceFound TO TRUE
             END-IF
          END-PERFORM.

      * Promotions for the article are read in from-date order, so
      * where two overlap the one that started later is the price.
       FindPromotion.
          MOVE 'N' TO PromoFound-Sw.
          IF PromoFileOpen
             MOVE SalArticleId(SalesSub) TO PrmArticleId
             MOVE ZERO TO PrmFromDate
             START PromoFile KEY NOT LESS THAN PrmKey
                INVALID KEY SET PromoFileEnd TO TRUE
             END-START
             IF NOT PromoFileEnd
                PERFORM ReadPromotion
                PERFORM UNTIL PromoFileEnd
                   OR PrmArticleId NOT = SalArticleId(SalesSub)
                   OR PrmFromDate > SalSaleDate(SalesSub)
                   IF PrmToDate NOT < SalSaleDate(SalesSub)
                      PERFORM CheckPromoLocation
                      IF PromoLocationOk
                         SET PromoFound TO TRUE
                         MOVE PrmPromoPrice TO PromoPrice
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
                IF PrmLocationId(PromoLocSub) = SalLocationId(SalesSub)
                   SET PromoLocationOk TO TRUE
                END-IF
             END-PERFORM
          END-IF.

       WriteOverrideLine.
          MOVE SalArticleId(SalesSub) TO OvrArticleId.
          MOVE SalLocationId(SalesSub) TO OvrLocationId.
          MOVE SalQuantity(SalesSub) TO OvrQuantity.
          MOVE SalUnitPrice(SalesSub) TO OvrCharged.
          IF PromoFound
             MOVE PromoPrice TO OvrPrice
          ELSE
             MOVE inclVAT TO OvrPrice
          END-IF.
          WRITE ReportLine FROM OverrideDetail.

      * The VARYING loop has stepped one past the match by the time
      * it sees the flag, so step back onto the matched entry.
                MOVE SalLocationId(SalesSub) TO SlsLocationId
                MOVE SalQuantity(SalesSub) TO SlsQuantity
                MOVE SalUnitPrice(SalesSub) TO SlsUnitPrice
                MOVE SalSaleDate(SalesSub) TO SlsSaleDate
                MOVE SalRegisterId(SalesSub) TO SlsRegisterId
                MOVE SalTenderType(SalesSub) TO SlsTenderType
                WRITE SalesDayLine
             END-IF
          END-PERFORM.
          WRITE ReportLine FROM SummaryLine2.
          MOVE SlsRejectCount TO SumRejected.
          WRITE ReportLine FROM SummaryLine3.
          MOVE SlsPromoCount TO SumPromo.
          WRITE ReportLine FROM SummaryLine4.
          MOVE SlsOverrideCount TO SumOverride.
          WRITE ReportLine FROM SummaryLine5.

       LoadVatRates.
          OPEN INPUT VatRateFile.
             CLOSE VatRateFile
          END-IF.

      * Only changes made on or after the earliest sale being posted
      * can matter; no audit file simply means no price has changed.
       LoadPriceChanges.
          OPEN INPUT AuditFile.
          IF AuditFileOk
             PERFORM ReadAudit
             PERFORM UNTIL AuditFileEnd
                IF AudActionChange
                   AND AudChangeDate NOT < EarliestSaleDate
                   AND AudOldInclVAT NOT = AudNewInclVAT
                   PERFORM StorePriceChange
                END-IF
                PERFORM ReadAudit
             END-PERFORM
             CLOSE AuditFile
          END-IF.

       StorePriceChange.
          IF PriceChangeCount = PriceChangeLimit
             IF NOT PriceChangeTableFull
                SET PriceChangeTableFull TO TRUE
                DISPLAY "More than " PriceChangeLimit " price changes"
                   " since " EarliestSaleDate " - later ones are not"
                   " checked and may show as overrides"
             END-IF
          ELSE
             ADD 1 TO PriceChangeCount
             MOVE AudArticleId TO PchArticleId(PriceChangeCount)
             MOVE AudOldInclVAT TO PchOldInclVAT(PriceChangeCount)
             MOVE AudChangeDate TO PchChangeDate(PriceChangeCount)
          END-IF.

       ReadAudit.
          READ AuditFile
             AT END SET AuditFileEnd TO TRUE
          END-READ.

       ReadVatRate.
          READ VatRateFile
             AT END SET VatRateFileEnd TO TRUE
                " - using standard rate"
             MOVE 0.190 TO VatRatePercentUsed
          END-IF.

      * Weeks are numbered Monday to Sunday off the day count:
      * (number + 2) / 7, floored, steps up every Monday.
       ComputeSalesWeek.
          MOVE TodayDate TO DayNumDate.
          PERFORM ComputeDayNumber.
          COMPUTE DnTemp = DayNumber + 2.
          DIVIDE DnTemp BY 7 GIVING SalesWeekNo.

      * Day numbering with floored DIVIDEs so each term truncates
      * on its own.
       ComputeDayNumber.
          COMPUTE DnMPrime = DnMonth + 9.
          DIVIDE DnMPrime BY 12 GIVING DnWork REMAINDER DnMPrime.
          DIVIDE DnMPrime BY 10 GIVING DnWork.
          COMPUTE DnYPrime = DnYear - DnWork.
          DIVIDE DnYPrime BY 4 GIVING DnQuot4.
          DIVIDE DnYPrime BY 100 GIVING DnQuot100.
          DIVIDE DnYPrime BY 400 GIVING DnQuot400.
          COMPUTE DnTemp = (DnMPrime * 306) + 5.
          DIVIDE DnTemp BY 10 GIVING DnMonthDays.
          COMPUTE DayNumber = (365 * DnYPrime) + DnQuot4
             - DnQuot100 + DnQuot400 + DnMonthDays + DnDay - 1.
