      *****************************************************************
      * GLACCT - GL account mapping record (glAccount.dat): one line
      * per posting type, optionally narrowed to one VatRateCode,
      * naming the general-ledger account GLEXTRCT posts it to. A
      * blank GlaVatRateCode is the account for every code that has
      * no line of its own. Posting types are
      *    TIL  takings received at the registers (gross)
      *    REV  sales revenue net of VAT, per VatRateCode
      *    VAT  VAT payable, per VatRateCode
      *    STK  stock at cost
      *    GRN  goods received not yet invoiced, at cost
      *    LOS  stock loss / gain from count corrections, at cost
      *****************************************************************
       01 GlAccountRecord.
          02 GlaPostingType   PIC X(3).
          02 GlaVatRateCode   PIC X(1).
          02 GlaAccount       PIC X(8).
          02 GlaDescription   PIC X(30).
