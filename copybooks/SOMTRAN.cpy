      * order, and keys are assigned so that records for the same
      * cost center are contiguous, which is what lets the posting
      * run take a cost-center control break on the same ordering.
      * SOM-TRAN-AMOUNT is the original amount in the currency named
      * by SOM-TRAN-CURRENCY (spaces mean the base currency); the
      * posting run converts a foreign amount to base currency at
      * the run date's SOMFXR exchange rate.  SOM-TRAN-APPROVED is
      * "Y" only on an item released by the dual-control approval
      * roll; the posting run does not hold such an item for
      * approval a second time.  SOM-TRAN-EFF-PERIOD names the fiscal
      * period (CCYYMM) the charge belongs to when that is not the
      * period it arrives in; spaces or zeros mean the current
      * period.  An item whose effective period has already been
      * closed by SOMMEND is not posted to the day's totals - the
      * posting run routes it to the SOMPPAF prior-period
      * adjustment file for SOMPADJ to apply to the closed period.
      ******************************************************************
       01  SOM-TRAN-RECORD.
           05  SOM-TRAN-KEY                PIC 9(06).
           05  SOM-TRAN-AMOUNT             PIC S9(7)V99
                                            SIGN LEADING SEPARATE.
           05  SOM-TRAN-COST-CENTER        PIC X(04).
           05  SOM-TRAN-CURRENCY           PIC X(03).
               88  SOM-TRAN-BASE-CURRENCY             VALUE SPACES.
           05  SOM-TRAN-APPROVED           PIC X(01).
               88  SOM-TRAN-APPROVED-YES              VALUE "Y".
           05  SOM-TRAN-EFF-PERIOD         PIC X(06).
               88  SOM-TRAN-EFF-CURRENT               VALUE SPACES
                                                            "000000".
           05  SOM-TRAN-EFF-PERIOD-N REDEFINES SOM-TRAN-EFF-PERIOD
                                           PIC 9(06).
