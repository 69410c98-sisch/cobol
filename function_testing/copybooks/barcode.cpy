      *****************************************************************
      * BARCODE - EAN cross-reference record (barcode.dat, indexed on
      * BarEan with BarArticleId as an alternate key with
      * duplicates). Maps the manufacturer's barcode printed on the
      * packaging to the ArticleId; an article can carry several
      * (pack sizes, old and new packaging) and exactly one of them
      * is flagged primary - the one PRICELST puts on the shelf
      * label. EAN-8 and UPC-A codes are held with leading zeros,
      * which leaves their check digit valid under the EAN-13 rule.
      * Kept through BARCDMNT, keyed or bulk loaded from the
      * catalog feed; SALESENT and GOODSRCV look codes up here.
      *****************************************************************
       01 BarcodeRecord.
          02 BarEan          PIC 9(13).
          02 BarArticleId    PIC 9(6).
          02 BarPrimary      PIC X(01).
             88 BarIsPrimary    VALUE 'Y'.
             88 BarNotPrimary   VALUE 'N'.
          02 BarSource       PIC X(01).
             88 BarKeyed        VALUE 'K'.
             88 BarLoaded       VALUE 'L'.
          02 BarAddedBy      PIC X(8).
          02 BarAddedDate    PIC 9(8).
