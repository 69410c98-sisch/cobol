       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTRCT.
       AUTHOR. Simon Schliesky.
       DATE-WRITTEN. 15/10/2026.

      * Nightly general-ledger journal extract, run in the NIGHTRUN
      * chain after SALESPST. It picks up everything posted since
      * the last extract - the sales SALESPST appended to
      * salesPosted.dat and the receipts and count corrections
      * STOCKPST appended to stockLedger.dat - and turns it into one
      * journal for the business date on runControl.dat: takings
      * (TIL) against revenue (REV) and VAT payable (VAT) per
      * VatRateCode, stock (STK) against goods received not invoiced
      * (GRN) for 'R' movements, and stock loss (LOS) against stock
      * for the quantity each 'C' correction moved. Stock is valued
      * at the supplier cost in force on the movement date from
      * supCost.dat, or at the article's exclVAT price when no cost
      * is on file. Each posting type is mapped to a GL account
      * through glAccount.dat. The journal lines and a control total
      * record are appended to glJournal.dat only when every posting
      * maps to an account and debits equal credits; otherwise
      * nothing is appended, the problems are listed on
      * glExtract.rpt and the error count handed to NIGHTRUN fails
      * the step. A business date that already has a control record
      * on glJournal.dat is refused, so a journal cannot be produced
      * twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT RunControlFile
             ASSIGN TO "runControl.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RunControlStatus.
          SELECT AccountFile
             ASSIGN TO "glAccount.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AccountFileStatus.
          SELECT JournalFile
             ASSIGN TO "glJournal.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JournalFileStatus.
          SELECT PostedSalesFile
             ASSIGN TO "salesPosted.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PostedSalesStatus.
          SELECT LedgerFile
             ASSIGN TO "stockLedger.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LedgerFileStatus.
          SELECT PriceTable
             ASSIGN TO "priceTable.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ArticleId
             ALTERNATE RECORD KEY IS ArticleDesc
                WITH DUPLICATES
             FILE STATUS IS PriceTableStatus.
          SELECT CostFile
             ASSIGN TO "supCost.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CstKey
             FILE STATUS IS CostFileStatus.
          SELECT ExtractReport
             ASSIGN TO "glExtract.rpt"
             ORGANIZATION IS LINE SEQUENTIAL.
          SELECT StepCountFile
             ASSIGN TO "stepCount.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RunControlFile.
          COPY runctl.

       FD AccountFile.
          COPY glacct.

       FD JournalFile.
          COPY gljrnl.

       FD PostedSalesFile.
          COPY slspost.

       FD LedgerFile.
          COPY stkledg.

       FD PriceTable.
          COPY artdtl.

       FD CostFile.
          COPY supcost.

       FD ExtractReport.
       01 ReportLine  PIC X(100).

       FD StepCountFile.
          COPY stepcnt.

       WORKING-STORAGE SECTION.
       01 RunControlStatus  PIC X(02).
          88 RunControlOk       VALUE '00'.

       01 AccountFileStatus PIC X(02).
          88 AccountFileOk      VALUE '00'.
          88 AccountFileEnd     VALUE '10'.

       01 JournalFileStatus PIC X(02).
          88 JournalFileOk      VALUE '00'.
          88 JournalFileEnd     VALUE '10'.

       01 PostedSalesStatus PIC X(02).
          88 PostedSalesOk      VALUE '00'.
          88 PostedSalesEnd     VALUE '10'.

       01 LedgerFileStatus  PIC X(02).
          88 LedgerFileOk       VALUE '00'.
          88 LedgerFileEnd      VALUE '10'.

       01 PriceTableStatus  PIC X(02).
          88 PriceTableOk       VALUE '00'.
          88 PriceTableNotFound VALUE '23'.

       01 CostFileStatus    PIC X(02).
          88 CostFileOk         VALUE '00'.
          88 CostFileEnd        VALUE '10'.

       01 TodayDate         PIC 9(08).
       01 BusinessDate      PIC 9(08).

       01 AlreadyExtracted-Sw PIC X(01) VALUE 'N'.
          88 AlreadyExtracted VALUE 'Y'.
       01 PriceTableOpen-Sw PIC X(01) VALUE 'N'.
          88 PriceTableOpen VALUE 'Y'.
       01 CostFileOpen-Sw   PIC X(01) VALUE 'N'.
          88 CostFileOpen   VALUE 'Y'.
       01 CostFound-Sw      PIC X(01) VALUE 'N'.
          88 CostFound      VALUE 'Y'.

       01 SalesThrough      PIC 9(08) VALUE ZERO.
       01 LedgerThrough     PIC 9(08) VALUE ZERO.
       01 RecordPosition    PIC 9(08) VALUE ZERO.

       01 AccountTable.
          02 AccountEntry OCCURS 50 TIMES.
             03 AccPostingType  PIC X(3).
             03 AccVatRateCode  PIC X(1).
             03 AccAccount      PIC X(8).
             03 AccDescription  PIC X(30).
       01 AccountCount      PIC 9(02) VALUE ZERO.
       01 AccountSub        PIC 9(02) VALUE ZERO.
       01 AccountFound-Sw   PIC X(01) VALUE 'N'.
          88 AccountFound   VALUE 'Y'.

       01 PostingTable.
          02 PostingEntry OCCURS 60 TIMES.
             03 PstPostingType  PIC X(3).
             03 PstVatRateCode  PIC X(1).
             03 PstAccount      PIC X(8).
             03 PstDescription  PIC X(30).
             03 PstAmount       PIC S9(11)V99.
       01 PostingCount      PIC 9(02) VALUE ZERO.
       01 PostingSub        PIC 9(02) VALUE ZERO.
       01 PostingLimit      PIC 9(02) VALUE 60.
       01 PostingFound-Sw   PIC X(01) VALUE 'N'.
          88 PostingFound   VALUE 'Y'.

       01 LookUpType        PIC X(3).
       01 LookUpVatCode     PIC X(1).
       01 PostAmount        PIC S9(11)V99.

       01 UnitCost          PIC 9(6)V99.
       01 MovedQty          PIC S9(7).
       01 MovementValue     PIC S9(11)V99.

       01 TotalDebit        PIC 9(11)V99 VALUE ZERO.
       01 TotalCredit       PIC 9(11)V99 VALUE ZERO.
       01 JournalLines      PIC 9(04) VALUE ZERO.

       01 ExtractCounters.
          02 SalesExtracted  PIC 9(06) VALUE ZERO.
          02 ReceiptsExtracted PIC 9(06) VALUE ZERO.
          02 CorrectionsExtracted PIC 9(06) VALUE ZERO.
          02 NoCostCount     PIC 9(06) VALUE ZERO.
          02 ExtractErrors   PIC 9(06) VALUE ZERO.

       01 HeadingLine1.
          02 FILLER PIC X(30) VALUE "GL JOURNAL EXTRACT".
          02 FILLER PIC X(15) VALUE "BUSINESS DATE: ".
          02 HeadBusinessDate PIC 9(08).

       01 ColumnHeading.
          02 FILLER PIC X(10) VALUE "ACCOUNT".
          02 FILLER PIC X(06) VALUE "TYPE".
          02 FILLER PIC X(05) VALUE "VAT".
          02 FILLER PIC X(18) VALUE "             DEBIT".
          02 FILLER PIC X(18) VALUE "            CREDIT".
          02 FILLER PIC X(02) VALUE SPACES.
          02 FILLER PIC X(30) VALUE "DESCRIPTION".

       01 JournalDetail.
          02 JdAccount       PIC X(08).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 JdPostingType   PIC X(03).
          02 FILLER          PIC X(03) VALUE SPACES.
          02 JdVatRateCode   PIC X(01).
          02 FILLER          PIC X(04) VALUE SPACES.
          02 JdDebit         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 JdCredit        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          02 FILLER          PIC X(03) VALUE SPACES.
          02 JdDescription   PIC X(30).

       01 JournalTotalLine.
          02 FILLER          PIC X(21) VALUE "TOTAL ...............".
          02 JtDebit         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
          02 FILLER          PIC X(01) VALUE SPACES.
          02 JtCredit        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 SummaryLine1.
          02 FILLER          PIC X(24) VALUE "SALES EXTRACTED ........".
          02 SumSales        PIC ZZZ,ZZ9.

       01 SummaryLine2.
          02 FILLER          PIC X(24) VALUE "RECEIPTS EXTRACTED .....".
          02 SumReceipts     PIC ZZZ,ZZ9.

       01 SummaryLine3.
          02 FILLER          PIC X(24) VALUE "CORRECTIONS EXTRACTED ..".
          02 SumCorrections  PIC ZZZ,ZZ9.

       01 SummaryLine4.
          02 FILLER          PIC X(24) VALUE "VALUED AT SELLING PRICE ".
          02 SumNoCost       PIC ZZZ,ZZ9.

       01 SummaryLine5.
          02 FILLER          PIC X(24) VALUE "EXTRACT ERRORS .........".
          02 SumErrors       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          PERFORM GetBusinessDate.
          OPEN OUTPUT ExtractReport.
          MOVE BusinessDate TO HeadBusinessDate.
          WRITE ReportLine FROM HeadingLine1.
          WRITE ReportLine FROM SPACES.
          PERFORM ScanJournal.
          IF AlreadyExtracted
             MOVE "JOURNAL ALREADY EXTRACTED FOR THIS BUSINESS DATE -"
                TO ReportLine
             WRITE ReportLine
             MOVE "NOTHING WRITTEN" TO ReportLine
             WRITE ReportLine
             DISPLAY "Business date " BusinessDate
                " already extracted - nothing written"
             ADD 1 TO ExtractErrors
          ELSE
             PERFORM LoadAccounts
             PERFORM OpenMasterFiles
             PERFORM ExtractSales
             PERFORM ExtractLedger
             PERFORM CloseMasterFiles
             PERFORM WriteJournalReport
             IF ExtractErrors = ZERO
                PERFORM AppendJournal
             ELSE
                MOVE "JOURNAL NOT WRITTEN - FIX THE ERRORS ABOVE AND"
                   TO ReportLine
                WRITE ReportLine
                MOVE "RE-RUN THE STEP" TO ReportLine
                WRITE ReportLine
             END-IF
          END-IF.
          PERFORM WriteSummary.
          CLOSE ExtractReport.
          DISPLAY "Sales extracted      : " SalesExtracted.
          DISPLAY "Receipts extracted   : " ReceiptsExtracted.
          DISPLAY "Corrections extracted: " CorrectionsExtracted.
          DISPLAY "Extract errors       : " ExtractErrors.
          PERFORM WriteStepCount.
          GOBACK.

       WriteStepCount.
          OPEN OUTPUT StepCountFile.
          MOVE "GLEXTRCT" TO StepProgramId.
          COMPUTE StepRecordCount = SalesExtracted
             + ReceiptsExtracted + CorrectionsExtracted.
          MOVE ExtractErrors TO StepErrorCount.
          WRITE StepCountRecord.
          CLOSE StepCountFile.

      * Run outside the chain there is no control record, and the
      * extract goes under today's date.
       GetBusinessDate.
          MOVE TodayDate TO BusinessDate.
          OPEN INPUT RunControlFile.
          IF RunControlOk
             READ RunControlFile
                AT END MOVE SPACES TO RunControlRecord
             END-READ
             IF RunBusinessDate NUMERIC
                AND RunBusinessDate NOT = ZERO
                MOVE RunBusinessDate TO BusinessDate
             END-IF
             CLOSE RunControlFile
          END-IF.

      * The last control record on the journal says how far into the
      * two source files the previous extracts have got.
       ScanJournal.
          OPEN INPUT JournalFile.
          IF JournalFileOk
             PERFORM ReadJournal
             PERFORM UNTIL JournalFileEnd
                IF JnlControl
                   MOVE JctSalesThrough TO SalesThrough
                   MOVE JctLedgerThrough TO LedgerThrough
                   IF JnlBusinessDate = BusinessDate
                      SET AlreadyExtracted TO TRUE
                   END-IF
                END-IF
                PERFORM ReadJournal
             END-PERFORM
             CLOSE JournalFile
          END-IF.

       ReadJournal.
          READ JournalFile
             AT END SET JournalFileEnd TO TRUE
          END-READ.

       LoadAccounts.
          OPEN INPUT AccountFile.
          IF AccountFileOk
             PERFORM ReadAccount
             PERFORM UNTIL AccountFileEnd
                OR AccountCount = 50
                ADD 1 TO AccountCount
                MOVE GlaPostingType TO AccPostingType(AccountCount)
                MOVE GlaVatRateCode TO AccVatRateCode(AccountCount)
                MOVE GlaAccount TO AccAccount(AccountCount)
                MOVE GlaDescription TO AccDescription(AccountCount)
                PERFORM ReadAccount
             END-PERFORM
             CLOSE AccountFile
          ELSE
             DISPLAY "No GL account mapping (glAccount.dat) - status "
                AccountFileStatus
          END-IF.

       ReadAccount.
          READ AccountFile
             AT END SET AccountFileEnd TO TRUE
          END-READ.

       OpenMasterFiles.
          OPEN INPUT PriceTable.
          IF PriceTableOk
             SET PriceTableOpen TO TRUE
          END-IF.
          OPEN INPUT CostFile.
          IF CostFileOk
             SET CostFileOpen TO TRUE
          END-IF.

       CloseMasterFiles.
          IF PriceTableOpen
             CLOSE PriceTable
          END-IF.
          IF CostFileOpen
             CLOSE CostFile
          END-IF.

      * Posted sales are split already: the takings are the gross,
      * revenue the net and VAT the difference, so the three always
      * balance line by line. Refunds come through negative.
       ExtractSales.
          MOVE ZERO TO RecordPosition.
          OPEN INPUT PostedSalesFile.
          IF PostedSalesOk
             PERFORM ReadPostedSale
             PERFORM UNTIL PostedSalesEnd
                ADD 1 TO RecordPosition
                IF RecordPosition > SalesThrough
                   PERFORM PostSale
                END-IF
                PERFORM ReadPostedSale
             END-PERFORM
             CLOSE PostedSalesFile
          END-IF.
          IF RecordPosition < SalesThrough
             DISPLAY "salesPosted.dat is shorter than at the last"
                " extract - check the file"
             ADD 1 TO ExtractErrors
          ELSE
             MOVE RecordPosition TO SalesThrough
          END-IF.

       ReadPostedSale.
          READ PostedSalesFile
             AT END SET PostedSalesEnd TO TRUE
          END-READ.

       PostSale.
          ADD 1 TO SalesExtracted.
          MOVE "TIL" TO LookUpType.
          MOVE SPACE TO LookUpVatCode.
          COMPUTE PostAmount = SpdNet + SpdVat.
          PERFORM AddPosting.
          MOVE "REV" TO LookUpType.
          MOVE SpdVatRateCode TO LookUpVatCode.
          COMPUTE PostAmount = ZERO - SpdNet.
          PERFORM AddPosting.
          MOVE "VAT" TO LookUpType.
          MOVE SpdVatRateCode TO LookUpVatCode.
          COMPUTE PostAmount = ZERO - SpdVat.
          PERFORM AddPosting.

       ExtractLedger.
          MOVE ZERO TO RecordPosition.
          OPEN INPUT LedgerFile.
          IF LedgerFileOk
             PERFORM ReadLedger
             PERFORM UNTIL LedgerFileEnd
                ADD 1 TO RecordPosition
                IF RecordPosition > LedgerThrough
                   PERFORM PostLedgerMovement
                END-IF
                PERFORM ReadLedger
             END-PERFORM
             CLOSE LedgerFile
          END-IF.
          IF RecordPosition < LedgerThrough
             DISPLAY "stockLedger.dat is shorter than at the last"
                " extract - check the file"
             ADD 1 TO ExtractErrors
          ELSE
             MOVE RecordPosition TO LedgerThrough
          END-IF.

       ReadLedger.
          READ LedgerFile
             AT END SET LedgerFileEnd TO TRUE
          END-READ.

      * Sales ('I') are in the journal through salesPosted.dat and
      * transfers ('T') do not change the stock value, so only
      * receipts and count corrections are posted from the ledger.
      * A correction is worth the quantity it moved the location
      * by, so a count below the book is a loss and one above it a
      * gain.
       PostLedgerMovement.
          IF LdgMvtType = 'R'
             ADD 1 TO ReceiptsExtracted
             MOVE LdgQuantity TO MovedQty
             PERFORM ValueMovement
             MOVE "STK" TO LookUpType
             MOVE SPACE TO LookUpVatCode
             MOVE MovementValue TO PostAmount
             PERFORM AddPosting
             MOVE "GRN" TO LookUpType
             COMPUTE PostAmount = ZERO - MovementValue
             PERFORM AddPosting
          ELSE IF LdgMvtType = 'C'
             ADD 1 TO CorrectionsExtracted
             COMPUTE MovedQty = LdgOnHandAfter - LdgOnHandBefore
             IF MovedQty NOT = ZERO
                PERFORM ValueMovement
                MOVE "STK" TO LookUpType
                MOVE SPACE TO LookUpVatCode
                MOVE MovementValue TO PostAmount
                PERFORM AddPosting
                MOVE "LOS" TO LookUpType
                COMPUTE PostAmount = ZERO - MovementValue
                PERFORM AddPosting
             END-IF
          END-IF.

       ValueMovement.
          MOVE ZERO TO UnitCost.
          MOVE 'N' TO CostFound-Sw.
          SET PriceTableNotFound TO TRUE.
          IF PriceTableOpen
             MOVE LdgArticleId TO ArticleId
             READ PriceTable
                INVALID KEY SET PriceTableNotFound TO TRUE
             END-READ
          END-IF.
          IF PriceTableOk
             PERFORM LookUpCostPrice
             IF NOT CostFound
                MOVE exclVAT TO UnitCost
                ADD 1 TO NoCostCount
             END-IF
          ELSE
             DISPLAY "ArticleId " LdgArticleId " not on price table"
                " - movement valued at zero"
             ADD 1 TO NoCostCount
          END-IF.
          COMPUTE MovementValue = MovedQty * UnitCost.

      * The cost in force is the last one on file for the article's
      * supplier whose valid-from date is not after the movement.
       LookUpCostPrice.
          IF CostFileOpen
             MOVE ArtSupplierId TO CstSupplierId
             MOVE LdgArticleId TO CstArticleId
             MOVE ZERO TO CstValidFrom
             START CostFile KEY NOT LESS THAN CstKey
                INVALID KEY SET CostFileEnd TO TRUE
             END-START
             IF NOT CostFileEnd
                PERFORM ReadCost
                PERFORM UNTIL CostFileEnd
                   OR CstSupplierId NOT = ArtSupplierId
                   OR CstArticleId NOT = LdgArticleId
                   OR CstValidFrom > LdgMoveDate
                   MOVE CstCostPrice TO UnitCost
                   SET CostFound TO TRUE
                   PERFORM ReadCost
                END-PERFORM
             END-IF
          END-IF.

       ReadCost.
          READ CostFile NEXT RECORD
             AT END SET CostFileEnd TO TRUE
          END-READ.

      * Amounts are kept signed, debit positive and credit negative,
      * one entry per posting type and VatRateCode; the side is
      * decided when the journal is written from what the entry
      * nets to.
       AddPosting.
          MOVE 'N' TO PostingFound-Sw.
          PERFORM VARYING PostingSub FROM 1 BY 1
             UNTIL PostingSub > PostingCount OR PostingFound
             IF PstPostingType(PostingSub) = LookUpType
                AND PstVatRateCode(PostingSub) = LookUpVatCode
                SET PostingFound TO TRUE
             END-IF
          END-PERFORM.
          IF PostingFound
             SUBTRACT 1 FROM PostingSub
             ADD PostAmount TO PstAmount(PostingSub)
          ELSE IF PostingCount = PostingLimit
             DISPLAY "More than " PostingLimit " journal lines -"
                " raise the table size"
             ADD 1 TO ExtractErrors
          ELSE
             ADD 1 TO PostingCount
             MOVE PostingCount TO PostingSub
             MOVE LookUpType TO PstPostingType(PostingSub)
             MOVE LookUpVatCode TO PstVatRateCode(PostingSub)
             MOVE PostAmount TO PstAmount(PostingSub)
             PERFORM MapAccount
          END-IF.

      * An account for the exact VatRateCode wins; failing that the
      * posting type's catch-all line with a blank code is used.
       MapAccount.
          MOVE 'N' TO AccountFound-Sw.
          PERFORM VARYING AccountSub FROM 1 BY 1
             UNTIL AccountSub > AccountCount OR AccountFound
             IF AccPostingType(AccountSub) = LookUpType
                AND AccVatRateCode(AccountSub) = LookUpVatCode
                SET AccountFound TO TRUE
             END-IF
          END-PERFORM.
          IF NOT AccountFound
             PERFORM VARYING AccountSub FROM 1 BY 1
                UNTIL AccountSub > AccountCount OR AccountFound
                IF AccPostingType(AccountSub) = LookUpType
                   AND AccVatRateCode(AccountSub) = SPACE
                   SET AccountFound TO TRUE
                END-IF
             END-PERFORM
          END-IF.
          IF AccountFound
             SUBTRACT 1 FROM AccountSub
             MOVE AccAccount(AccountSub) TO PstAccount(PostingSub)
             MOVE AccDescription(AccountSub)
                TO PstDescription(PostingSub)
          ELSE
             MOVE SPACES TO PstAccount(PostingSub)
             MOVE "*** NO ACCOUNT MAPPED ***"
                TO PstDescription(PostingSub)
             ADD 1 TO ExtractErrors
          END-IF.

       WriteJournalReport.
          WRITE ReportLine FROM ColumnHeading.
          PERFORM VARYING PostingSub FROM 1 BY 1
             UNTIL PostingSub > PostingCount
             PERFORM WriteJournalDetail
          END-PERFORM.
          MOVE TotalDebit TO JtDebit.
          MOVE TotalCredit TO JtCredit.
          WRITE ReportLine FROM JournalTotalLine.
          WRITE ReportLine FROM SPACES.
          IF TotalDebit NOT = TotalCredit
             MOVE "DEBITS AND CREDITS DO NOT BALANCE" TO ReportLine
             WRITE ReportLine
             DISPLAY "Journal does not balance - debit " TotalDebit
                " credit " TotalCredit
             ADD 1 TO ExtractErrors
          END-IF.

      * An entry that nets to nothing has no journal line.
       WriteJournalDetail.
          IF PstAmount(PostingSub) NOT = ZERO
             MOVE PstAccount(PostingSub) TO JdAccount
             MOVE PstPostingType(PostingSub) TO JdPostingType
             MOVE PstVatRateCode(PostingSub) TO JdVatRateCode
             MOVE PstDescription(PostingSub) TO JdDescription
             IF PstAmount(PostingSub) > ZERO
                MOVE PstAmount(PostingSub) TO JdDebit
                MOVE ZERO TO JdCredit
                ADD PstAmount(PostingSub) TO TotalDebit
             ELSE
                MOVE ZERO TO JdDebit
                COMPUTE JdCredit = ZERO - PstAmount(PostingSub)
                SUBTRACT PstAmount(PostingSub) FROM TotalCredit
             END-IF
             ADD 1 TO JournalLines
             WRITE ReportLine FROM JournalDetail
          END-IF.

       AppendJournal.
          OPEN EXTEND JournalFile.
          IF JournalFileStatus = '35'
             OPEN OUTPUT JournalFile
          END-IF.
          PERFORM VARYING PostingSub FROM 1 BY 1
             UNTIL PostingSub > PostingCount
             IF PstAmount(PostingSub) NOT = ZERO
                PERFORM WriteJournalLine
             END-IF
          END-PERFORM.
          MOVE SPACES TO GlJournalRecord.
          SET JnlControl TO TRUE.
          MOVE BusinessDate TO JnlBusinessDate.
          MOVE JournalLines TO JctLineCount.
          MOVE TotalDebit TO JctTotalDebit.
          MOVE TotalCredit TO JctTotalCredit.
          MOVE SalesThrough TO JctSalesThrough.
          MOVE LedgerThrough TO JctLedgerThrough.
          MOVE TodayDate TO JctRunDate.
          WRITE GlJournalRecord.
          CLOSE JournalFile.

       WriteJournalLine.
          MOVE SPACES TO GlJournalRecord.
          SET JnlLine TO TRUE.
          MOVE BusinessDate TO JnlBusinessDate.
          MOVE PstAccount(PostingSub) TO JnlAccount.
          MOVE PstPostingType(PostingSub) TO JnlPostingType.
          MOVE PstVatRateCode(PostingSub) TO JnlVatRateCode.
          MOVE PstDescription(PostingSub) TO JnlDescription.
          IF PstAmount(PostingSub) > ZERO
             MOVE PstAmount(PostingSub) TO JnlDebit
             MOVE ZERO TO JnlCredit
          ELSE
             MOVE ZERO TO JnlDebit
             COMPUTE JnlCredit = ZERO - PstAmount(PostingSub)
          END-IF.
          WRITE GlJournalRecord.

       WriteSummary.
          WRITE ReportLine FROM SPACES.
          MOVE SalesExtracted TO SumSales.
          WRITE ReportLine FROM SummaryLine1.
          MOVE ReceiptsExtracted TO SumReceipts.
          WRITE ReportLine FROM SummaryLine2.
          MOVE CorrectionsExtracted TO SumCorrections.
          WRITE ReportLine FROM SummaryLine3.
          MOVE NoCostCount TO SumNoCost.
          WRITE ReportLine FROM SummaryLine4.
          MOVE ExtractErrors TO SumErrors.
          WRITE ReportLine FROM SummaryLine5.
