      * Interactive maintenance for the location master
      * (location.dat) in the same add/maintain style SUPPMNT gives
      * the supplier master, plus a third mode to set an article's
      * reorder level and shelf position at one location on
      * stock.dat - each shop runs its own levels and REORDEXT
      * extracts against them, and CNTSHEET prints the stock-take
      * count sheets in shelf position order. Needs a
      * sign-on against users.dat with senior authority (level 3),
      * the same bar as supplier maintenance.


       01 LevelArticleId     PIC 9(6).
       01 LevelLocationId    PIC 9(3).
       01 LevelShelfCode     PIC X(6).

       01 UserFileStatus     PIC X(02).
          88 UserFileOk          VALUE '00'.
          END-IF.
          DISPLAY "1 - Add new locations".
          DISPLAY "2 - Maintain (update/delete) existing locations".
          DISPLAY "3 - Set reorder levels and shelf positions per"
             " location".
          ACCEPT ModeChoice.
          IF MaintainExisting
             PERFORM MaintainMode
             DISPLAY "No stock records on file yet - post a"
                " movement first"
          ELSE
             DISPLAY "Set reorder levels and shelf positions."
                " ArticleId zero stops."
             PERFORM GetLevelKey
             PERFORM UNTIL LevelArticleId = ZERO
                PERFORM SetReorderLevel
          ELSE
             DISPLAY "On hand : " StkOnHandQty
             DISPLAY "Level   : " StkReorderLevel
             DISPLAY "Shelf   : " StkShelfCode
             DISPLAY "Enter - New reorder level"
             ACCEPT StkReorderLevel
             DISPLAY "Enter - Shelf position (blank keeps current)"
             MOVE SPACES TO LevelShelfCode
             ACCEPT LevelShelfCode
             IF LevelShelfCode NOT = SPACES
                MOVE LevelShelfCode TO StkShelfCode
             END-IF
             REWRITE StockLocationRecord
             IF NOT StockFileOk
                DISPLAY "Stock rewrite failed - status "
