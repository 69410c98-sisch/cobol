      *****************************************************************
      * SLSHIST - weekly sales history record (salesHist.dat, indexed
      * on article, location and week). SALESPST adds the quantity
      * of every sales line it posts into the record for the week
      * the posting falls in, so the history builds up night by
      * night. Weeks run Monday to Sunday and are numbered from the
      * same day count NIGHTRUN uses for the day of the week, so
      * week n+1 always follows week n across month and year ends.
      * Refunds carry negative quantities and net off. REORDCAL
      * averages these records to recalculate reorder levels.
      *****************************************************************
       01 SalesHistoryRecord.
          02 ShsKey.
             03 ShsArticleId   PIC 9(6).
             03 ShsLocationId  PIC 9(3).
             03 ShsWeekNo      PIC 9(6).
          02 ShsQuantity       PIC S9(7).
          02 ShsLastPostDate   PIC 9(8).
