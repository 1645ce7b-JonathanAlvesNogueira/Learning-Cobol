      * The nightly re-validation pass (SOMRHLD) re-reads the masters
      * and releases any item whose employee now exists and whose
      * cost center is active into the next posting run's input via
      * the SOMRREL feed; everything else ages a day.  The currency
      * code names the currency the amount is in (spaces for base
      * currency).  An item declined under dual control is never
      * released automatically - its masters are valid, and only
      * a new, separately keyed transaction may bring it back.
      ******************************************************************
       01  SOM-RHL-RECORD.
           05  SOM-RHL-KEY                 PIC 9(06).
           05  SOM-RHL-AGE-DAYS            PIC 9(03).
           05  SOM-RHL-DATE-REJECTED       PIC 9(08).
           05  SOM-RHL-REASON              PIC X(30).
               88  SOM-RHL-DECLINED
                       VALUE "DECLINED UNDER DUAL CONTROL".
           05  SOM-RHL-CURRENCY            PIC X(03).
