       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHUP.
       AUTHOR. Simon Schliesky.
       DATE-WRITTEN. 15/10/2026.

      * End-of-day cash-up entry. At close the shift manager declares
      * for every register of the location what was counted: the
      * cash in the drawer, the total of the card slips and the
      * vouchers taken. The declarations go on cashDecl.dat, keyed
      * on the cash-up date, location and register, and the nightly
      * CASHRPT compares them with what SALESPST posted for the same
      * register and tender. The cash-up date defaults to today; the
      * location must be on location.dat. A register already
      * declared for the date shows its figures and is only replaced
      * when confirmed; one CASHRPT has already reported can only be
      * corrected with senior authority (level 3), and the date is
      * then reported again. Needs a sign-on against users.dat with
      * maintainer authority (level 2).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CashDeclFile
             ASSIGN TO "cashDecl.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CdcKey
             FILE STATUS IS CashDeclStatus.
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
       FD CashDeclFile.
          COPY cashdecl.

       FD LocationFile.
          COPY locmst.

       FD UserFile.
          COPY userdtl.

       WORKING-STORAGE SECTION.
       01 CashDeclStatus     PIC X(02).
          88 CashDeclOk          VALUE '00'.
          88 CashDeclNotFound    VALUE '23'.

       01 LocationFileStatus PIC X(02).
          88 LocationFileOk       VALUE '00'.
          88 LocationFileNotFound VALUE '23'.

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
       01 EntryDate          PIC 9(08).
       01 EntryLocationId    PIC 9(03).
       01 EntryRegisterId    PIC 9(03).
       01 EntryCash          PIC 9(7)V99.
       01 EntryCard          PIC 9(7)V99.
       01 EntryVoucher       PIC 9(7)V99.

       01 ReplaceAnswer      PIC X(01).
          88 ReplaceConfirmed  VALUE 'Y' 'y'.

       01 DeclMode           PIC X(01).
          88 DeclNew           VALUE 'N'.
          88 DeclReplace       VALUE 'R'.
          88 DeclSkip          VALUE 'S'.

       01 DeclaredCount      PIC 9(04) VALUE ZERO.

       PROCEDURE DIVISION.
       Main.
          PERFORM SignOn.
          IF NOT SignedOn
             STOP RUN
          END-IF.
          IF SignedOnLevel < 2
             DISPLAY "Cash-up entry needs authority level 2"
             STOP RUN
          END-IF.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          OPEN INPUT LocationFile.
          IF LocationFileStatus = '35'
             DISPLAY "No location master on file - run LOCMNT first"
             STOP RUN
          END-IF.
          PERFORM OpenCashDeclFile.
          PERFORM GetCashUpDate.
          PERFORM GetCashUpLocation.
          DISPLAY "Declare each register below. Register zero ends.".
          PERFORM GetRegister.
          PERFORM UNTIL EntryRegisterId = ZERO
             PERFORM DeclareRegister
             PERFORM GetRegister
          END-PERFORM.
          CLOSE CashDeclFile.
          CLOSE LocationFile.
          DISPLAY "Registers declared: " DeclaredCount.
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

       OpenCashDeclFile.
          OPEN I-O CashDeclFile.
          IF CashDeclStatus = '35'
             OPEN OUTPUT CashDeclFile
             CLOSE CashDeclFile
             OPEN I-O CashDeclFile
          END-IF.

      * A cash-up after midnight still belongs to the trading day
      * before, so the date can be keyed.
       GetCashUpDate.
          DISPLAY "Enter - Cash-up date YYYYMMDD (zero for today)".
          ACCEPT EntryDate.
          IF EntryDate = ZERO
             MOVE TodayDate TO EntryDate
          END-IF.

       GetCashUpLocation.
          MOVE ZERO TO EntryLocationId.
          PERFORM UNTIL EntryLocationId NOT = ZERO
             DISPLAY "Enter - Location being cashed up"
             ACCEPT EntryLocationId
             IF EntryLocationId = ZERO
                DISPLAY "Location must not be zero"
             ELSE
                MOVE EntryLocationId TO LocationId
                READ LocationFile
                   INVALID KEY SET LocationFileNotFound TO TRUE
                END-READ
                IF NOT LocationFileOk
                   DISPLAY "Location " EntryLocationId
                      " not on file"
                   MOVE ZERO TO EntryLocationId
                END-IF
             END-IF
          END-PERFORM.

       GetRegister.
          DISPLAY "Enter - Register number".
          ACCEPT EntryRegisterId.

       DeclareRegister.
          MOVE EntryDate TO CdcDate.
          MOVE EntryLocationId TO CdcLocationId.
          MOVE EntryRegisterId TO CdcRegisterId.
          READ CashDeclFile
             INVALID KEY SET CashDeclNotFound TO TRUE
          END-READ.
          IF CashDeclNotFound
             SET DeclNew TO TRUE
          ELSE
             PERFORM CheckReplace
          END-IF.
          IF NOT DeclSkip
             PERFORM GetDeclaredAmounts
             PERFORM SaveDeclaration
          END-IF.

       CheckReplace.
          DISPLAY "Register " CdcRegisterId " already declared by "
             CdcDeclaredBy.
          DISPLAY "  Cash " CdcCashAmount "  Card " CdcCardAmount
             "  Voucher " CdcVoucherAmount.
          IF CdcIsReported AND SignedOnLevel < 3
             DISPLAY "Already reported - correcting it needs"
                " authority level 3"
             SET DeclSkip TO TRUE
          ELSE
             DISPLAY "Replace this declaration? (Y/N)"
             ACCEPT ReplaceAnswer
             IF ReplaceConfirmed
                SET DeclReplace TO TRUE
             ELSE
                SET DeclSkip TO TRUE
             END-IF
          END-IF.

       GetDeclaredAmounts.
          DISPLAY "Enter - Cash counted in the drawer".
          ACCEPT EntryCash.
          DISPLAY "Enter - Total of the card slips".
          ACCEPT EntryCard.
          DISPLAY "Enter - Total of the vouchers taken".
          ACCEPT EntryVoucher.

      * Whatever the declaration was before, it has not been
      * reported in this form yet.
       SaveDeclaration.
          MOVE EntryDate TO CdcDate.
          MOVE EntryLocationId TO CdcLocationId.
          MOVE EntryRegisterId TO CdcRegisterId.
          MOVE EntryCash TO CdcCashAmount.
          MOVE EntryCard TO CdcCardAmount.
          MOVE EntryVoucher TO CdcVoucherAmount.
          MOVE SignedOnUser TO CdcDeclaredBy.
          SET CdcNotReported TO TRUE.
          IF DeclNew
             WRITE CashDeclRecord
          ELSE
             REWRITE CashDeclRecord
          END-IF.
          IF CashDeclOk
             ADD 1 TO DeclaredCount
             DISPLAY "Register " EntryRegisterId " declared."
          ELSE
             DISPLAY "Could not save register " EntryRegisterId
                " - status " CashDeclStatus
          END-IF.
