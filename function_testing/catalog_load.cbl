      * Accepted and rejected lines are listed with reasons on
      * loadReport.rpt, and every rejected line is parked on the
      * common suspense file (suspense.dat) so SUSPMNT can fix and
      * resubmit it into catalog.dat for the next load. A line may
      * carry the article's EAN as an optional sixth field; it is
      * left alone here and loaded into barcode.dat by BARCDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
