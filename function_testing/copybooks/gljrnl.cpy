      *****************************************************************
      * GLJRNL - general-ledger journal record (glJournal.dat). The
      * file is appended to by GLEXTRCT once per business date: one
      * 'J' line per account, posting type and VatRateCode carrying
      * the debit or the credit, then one 'C' control record with
      * the line count and the debit and credit totals, which always
      * agree. The control record also holds how many records of
      * salesPosted.dat and stockLedger.dat have been extracted so
      * far, so the next extract picks up exactly the records
      * appended since - nothing twice and nothing missed - and its
      * business date is what stops a date being extracted twice.
      *****************************************************************
       01 GlJournalRecord.
          02 JnlRecordType    PIC X(1).
             88 JnlLine       VALUE 'J'.
             88 JnlControl    VALUE 'C'.
          02 JnlBusinessDate  PIC 9(8).
          02 JnlBody          PIC X(68).
          02 JnlLineBody REDEFINES JnlBody.
             03 JnlAccount       PIC X(8).
             03 JnlPostingType   PIC X(3).
             03 JnlVatRateCode   PIC X(1).
             03 JnlDebit         PIC 9(11)V99.
             03 JnlCredit        PIC 9(11)V99.
             03 JnlDescription   PIC X(30).
          02 JnlControlBody REDEFINES JnlBody.
             03 JctLineCount     PIC 9(4).
             03 JctTotalDebit    PIC 9(11)V99.
             03 JctTotalCredit   PIC 9(11)V99.
             03 JctSalesThrough  PIC 9(8).
             03 JctLedgerThrough PIC 9(8).
             03 JctRunDate       PIC 9(8).
             03 FILLER           PIC X(14).
