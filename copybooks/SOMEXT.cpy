      * restart run also writes one "*BFW" record carrying the count
      * and amount brought forward from the checkpoint (records whose
      * cost-center detail was posted before the restart), so the
      * cost-center records plus "*BFW" still foot to "*TOT".  A
      * cost center that posted in more than one currency gets one
      * record per currency: the total is always in base currency,
      * and the currency code and original-currency total ride
      * beside it (spaces and the same total for base currency and
      * for the "*BFW" / "*TOT" records).
      ******************************************************************
       01  SOM-EXTRACT-RECORD.
           05  SOM-EXT-RUN-DATE            PIC 9(08).
           05  SOM-EXT-REC-COUNT           PIC 9(07).
           05  SOM-EXT-TOTAL-AMOUNT        PIC S9(7)V99
                                            SIGN LEADING SEPARATE.
           05  SOM-EXT-CURRENCY            PIC X(03).
           05  SOM-EXT-ORIG-AMOUNT         PIC S9(7)V99
                                            SIGN LEADING SEPARATE.
