      *****************************************************************
      * SCORPARM - supplier scorecard parameters (scoreParm.dat), one
      * record read by SUPPSCOR: the month to score as YYYYMM (zero
      * scores the month before the run date), how many lines a
      * supplier must have delivered in the month before its lead
      * time is judged, and what percentage of those lines must have
      * taken longer than SupplierLeadDays before the supplier is
      * listed for review. A missing file or a zero or non-numeric
      * figure falls back to the program's default for it.
      *****************************************************************
       01 ScoreParmRecord.
          02 ScpScoreMonth     PIC 9(6).
          02 ScpMinLines       PIC 9(3).
          02 ScpLongLeadPct    PIC 9(3).
