      *****************************************************************
      * CASHPARM - cash-up report parameters (cashParm.dat), one
      * record read by CASHRPT: the amount a register may be over or
      * short on any one tender before it is listed for the store
      * manager, and on how many dates in the month a register must
      * have been out of tolerance to be listed as a repeat offender.
      * A missing file or a zero or non-numeric figure falls back to
      * the program's default for it.
      *****************************************************************
       01 CashParmRecord.
          02 CprTolerance        PIC 9(5)V99.
          02 CprRepeatDays       PIC 9(2).
