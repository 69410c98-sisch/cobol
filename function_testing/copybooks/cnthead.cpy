      *****************************************************************
      * CNTHEAD - stock-take control record (countHead.dat, indexed
      * on location). One record per location that has ever been
      * counted: when CNTSHEET froze the book quantities, how many
      * sheets and lines it printed, and whether the count is still
      * open for keying or has been approved and posted. Only a
      * senior user's approval in CNTPOST moves a count from open to
      * posted, and a location can only have one open count at a
      * time.
      *****************************************************************
       01 CountHeaderRecord.
          02 CthLocationId     PIC 9(3).
          02 CthFreezeDate     PIC 9(8).
          02 CthFreezeTime     PIC 9(8).
          02 CthSheetCount     PIC 9(3).
          02 CthLineCount      PIC 9(5).
          02 CthStatus         PIC X(01).
             88 CthCountOpen   VALUE 'O'.
             88 CthCountPosted VALUE 'P'.
          02 CthApprovedBy     PIC X(8).
          02 CthApprovedDate   PIC 9(8).
