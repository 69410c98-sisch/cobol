      *****************************************************************
      * CASHDECL - register cash-up declaration (cashDecl.dat,
      * indexed on cash-up date, location and register). Keyed by the
      * shift manager through CASHUP at close: the cash counted in
      * the drawer, the total of the card slips and the vouchers
      * taken, for one register on one trading date. CdcReported is
      * set by CASHRPT once the declaration has been reported against
      * what SALESPST posted for the register; a declaration changed
      * after that is reset to 'N' and the date is reported again.
      *****************************************************************
       01 CashDeclRecord.
          02 CdcKey.
             03 CdcDate          PIC 9(8).
             03 CdcLocationId    PIC 9(3).
             03 CdcRegisterId    PIC 9(3).
          02 CdcCashAmount       PIC 9(7)V99.
          02 CdcCardAmount       PIC 9(7)V99.
          02 CdcVoucherAmount    PIC 9(7)V99.
          02 CdcDeclaredBy       PIC X(8).
          02 CdcReported         PIC X(01).
             88 CdcIsReported    VALUE 'Y'.
             88 CdcNotReported   VALUE 'N'.
