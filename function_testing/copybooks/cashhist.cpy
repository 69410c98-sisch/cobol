      *****************************************************************
      * CASHHIST - cash-up over/short history (cashHist.dat, indexed
      * on cash-up date, location and register). CASHRPT writes one
      * record per register and date it reports - rewriting it when
      * the date is reported again - with the expected and declared
      * totals over all tenders, the over (positive) or short
      * (negative) amount, and whether any tender was out by more
      * than the tolerance, so registers that are out again and again
      * over the month show up as repeat offenders.
      *****************************************************************
       01 CashHistRecord.
          02 ChsKey.
             03 ChsDate          PIC 9(8).
             03 ChsLocationId    PIC 9(3).
             03 ChsRegisterId    PIC 9(3).
          02 ChsExpected         PIC S9(9)V99.
          02 ChsDeclared         PIC S9(9)V99.
          02 ChsOverShort        PIC S9(9)V99.
          02 ChsTolerance        PIC X(01).
             88 ChsOutOfTolerance VALUE 'Y'.
             88 ChsWithinTolerance VALUE 'N'.
