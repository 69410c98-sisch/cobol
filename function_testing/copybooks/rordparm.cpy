      *****************************************************************
      * RORDPARM - reorder recalculation parameters (reorderParm.dat),
      * one record read by REORDCAL: how many completed weeks of
      * sales history to average, how many days of safety stock to
      * carry on top of the supplier's lead days, and by how many
      * percent a proposed level has to move from the current one
      * before it is applied. A missing file or a zero or non-numeric
      * figure falls back to the program's default for it.
      *****************************************************************
       01 ReorderParmRecord.
          02 RopHistoryWeeks   PIC 9(2).
          02 RopSafetyDays     PIC 9(3).
          02 RopThresholdPct   PIC 9(3).
