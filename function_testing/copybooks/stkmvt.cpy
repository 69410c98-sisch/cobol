      * stock posting run (stockMove.dat): one line per movement at
      * the location named on it. R = receipt from supplier (adds to
      * on-hand), I = issue/sale (subtracts), C = stock-count
      * correction (replaces on-hand with the counted quantity -
      * keyed by hand or written by CNTPOST from an approved count),
      * T = transfer of the quantity out of MvtLocationId and into
      * MvtToLocationId in one balanced posting. MvtToLocationId is
      * only used on 'T' lines and is zero otherwise.
