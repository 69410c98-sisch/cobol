      *****************************************************************
      * RUNCTL - nightly run-control record (runControl.dat). One
      * record carrying the business date, the PRICERCN exception
      * limit that halts the chain, one status byte per chain step
      * in schedule order: space = not run, C = completed,
      * F = failed/halted, and the INTEGCHK break limit that halts
      * the chain the same way. NIGHTRUN refuses to re-run a step
      * already marked C for the same business date.
      *****************************************************************
       01 RunControlRecord.
          02 RunBusinessDate   PIC 9(8).
             03 RunStepStatus OCCURS 20 TIMES PIC X(1).
                88 RunStepDone    VALUE 'C'.
                88 RunStepFailed  VALUE 'F'.
          02 RunIntegrityLimit PIC 9(4).
