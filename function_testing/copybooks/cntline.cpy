      *****************************************************************
      * CNTLINE - stock-take count line (countLine.dat, indexed on
      * location, sheet and line). CNTSHEET writes one line per
      * stock.dat record at the location being counted, in shelf
      * order, carrying the book quantity frozen when the sheets
      * were printed. CNTENTRY keys the counted quantity against the
      * sheet and line it was written on, CNTVARNC reports book
      * against counted, and CNTPOST turns the approved variances
      * into 'C' movements on stockMove.dat. A line nobody keyed
      * stays not counted and is never posted. Once CNTPOST has
      * written a line's correction the line is marked 'P', so a
      * count left open by a failed write is not posted twice.
      *****************************************************************
       01 CountLineRecord.
          02 CntKey.
             03 CntLocationId  PIC 9(3).
             03 CntSheetNo     PIC 9(3).
             03 CntLineNo      PIC 9(2).
          02 CntArticleId      PIC 9(6).
          02 CntShelfCode      PIC X(6).
          02 CntBookQty        PIC 9(6).
          02 CntCountedQty     PIC 9(6).
          02 CntLineStatus     PIC X(01).
             88 CntNotCounted  VALUE 'N'.
             88 CntCounted     VALUE 'K'.
             88 CntCorrectionPosted VALUE 'P'.
          02 CntCountedBy      PIC X(8).
