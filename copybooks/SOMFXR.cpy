      ******************************************************************
      * SOMFXR.CPY
      * Record layout for the dated exchange-rate master (SOMFXR),
      * keyed by currency code plus effective date.  One record per
      * foreign currency per business day, maintained by the
      * operators through FXRMAINT.  The rate is the number of base-
      * currency units one unit of the foreign currency buys; the
      * posting run converts each foreign item at the rate carried
      * for the run date, and an item whose currency has no record
      * for that date is excepted rather than posted at face value.
      ******************************************************************
       01  SOM-FXR-RECORD.
           05  SOM-FXR-KEY.
               10  SOM-FXR-CURRENCY        PIC X(03).
               10  SOM-FXR-RATE-DATE       PIC 9(08).
           05  SOM-FXR-RATE                PIC 9(04)V9(06).
