      * step like AUDARCHV can run monthly without anyone running it
      * by hand. When schedule.dat is missing the built-in daily
      * chain - PRICEUNL, PRICEACT, PRICEEDT, PRICEADJ, SALESPST,
      * GLEXTRCT, CASHRPT, PRICERCN, INTEGCHK, VATSUMRY, PRICEXPT -
      * is used instead. The business date rolls forward over
      * weekends and the dates on the holiday calendar
      * (holiday.dat), so a run started on a non-trading date posts
      * under the next trading date. The dates passed over in that
      * roll are remembered: a weekly or monthly step whose run day
      * fell on one of them - the first of the month on a Sunday,
      * say - is caught up on the rolled business date instead of
      * silently missing its month. A run-control record
      * (runControl.dat) carries the business date
      * and a status byte per scheduled step: a step already
      * completed for the date is not run again, so PRICEADJ cannot
      * be applied twice against the same priceAdjust.dat. The chain
      * halts when PRICERCN reports more exceptions than the limit
      * on the control record, when INTEGCHK reports more
      * cross-file breaks than its own limit on the same record, and
      * when GLEXTRCT reports any error at all - an unbalanced or
      * unmapped journal must be fixed before the rest of the night
      * runs. Every step writes start/end times and its record
      * counts (picked up from stepCount.dat) to nightRun.log for
      * the morning shift.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
          02 FILLER PIC X(8) VALUE "PRICEEDT".
          02 FILLER PIC X(8) VALUE "PRICEADJ".
          02 FILLER PIC X(8) VALUE "SALESPST".
          02 FILLER PIC X(8) VALUE "GLEXTRCT".
          02 FILLER PIC X(8) VALUE "CASHRPT".
          02 FILLER PIC X(8) VALUE "PRICERCN".
          02 FILLER PIC X(8) VALUE "INTEGCHK".
          02 FILLER PIC X(8) VALUE "VATSUMRY".
          02 FILLER PIC X(8) VALUE "PRICEXPT".
       01 DefaultStepNames REDEFINES DefaultSteps.
          02 DefaultProgram OCCURS 11 TIMES PIC X(8).
       01 DefaultStepCount  PIC 9(02) VALUE 11.
       01 DefaultSub        PIC 9(02) VALUE ZERO.

       01 ChainTable.
          88 ChainHalted      VALUE 'H'.

       01 DefaultExceptionLimit PIC 9(04) VALUE 10.
       01 DefaultIntegrityLimit PIC 9(04) VALUE 10.
       01 StepErrorLimit    PIC 9(04) VALUE ZERO.
       01 StepLimited-Sw    PIC X(01) VALUE 'N'.
          88 StepLimited    VALUE 'Y'.

       01 WorkDate          PIC 9(08).
       01 WorkDateParts REDEFINES WorkDate.
             OR RunExceptionLimit = ZERO
             MOVE DefaultExceptionLimit TO RunExceptionLimit
          END-IF.
          IF RunIntegrityLimit NOT NUMERIC
             OR RunIntegrityLimit = ZERO
             MOVE DefaultIntegrityLimit TO RunIntegrityLimit
          END-IF.
          MOVE SPACES TO RunStepStatusArea.
          PERFORM SaveRunControl.

             PERFORM SaveRunControl
          END-IF.

      * Only the steps named here can halt the chain on their error
      * count; the others log their errors and the chain goes on.
       CheckExceptionLimit.
          MOVE 'N' TO StepLimited-Sw.
          IF ChainProgram(StepSub) = "PRICERCN"
             MOVE RunExceptionLimit TO StepErrorLimit
             SET StepLimited TO TRUE
          ELSE IF ChainProgram(StepSub) = "INTEGCHK"
             IF RunIntegrityLimit NUMERIC
                MOVE RunIntegrityLimit TO StepErrorLimit
             ELSE
                MOVE DefaultIntegrityLimit TO StepErrorLimit
             END-IF
             SET StepLimited TO TRUE
          ELSE IF ChainProgram(StepSub) = "GLEXTRCT"
             MOVE ZERO TO StepErrorLimit
             SET StepLimited TO TRUE
          END-IF.
          IF StepLimited
             AND StepErrorCount > StepErrorLimit
             MOVE 'F' TO RunStepStatus(StepSub)
             MOVE StepErrorCount TO HaltExceptions
             MOVE StepErrorLimit TO HaltLimit
             MOVE HaltText TO LogText
             PERFORM WriteLogLine
             SET ChainHalted TO TRUE
