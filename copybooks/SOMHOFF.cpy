      * record per archive record with the same fields, and its
      * restore mode reads this file to reload one run date back
      * into the archive when a dispute reaches that far back.
      * The offload record carries every archive field - the
      * sequence number, the original currency and amount, the
      * reclass links and the effective period - so a restored
      * record matches the one purged.
      ******************************************************************
       01  SOM-HOF-RECORD.
           05  SOM-HOF-KEY.
               10  SOM-HOF-RUN-DATE        PIC 9(08).
               10  SOM-HOF-TRAN-KEY        PIC 9(06).
               10  SOM-HOF-SEQ             PIC 9(02).
           05  SOM-HOF-AMOUNT              PIC S9(7)V99
                                            SIGN LEADING SEPARATE.
           05  SOM-HOF-COST-CENTER         PIC X(04).
           05  SOM-HOF-DISPOSITION         PIC X(01).
           05  SOM-HOF-CURRENCY            PIC X(03).
           05  SOM-HOF-ORIG-AMOUNT         PIC S9(7)V99
                                            SIGN LEADING SEPARATE.
           05  SOM-HOF-RECLASSED-AMOUNT    PIC S9(7)V99
                                            SIGN LEADING SEPARATE.
           05  SOM-HOF-LINK-RUN-DATE       PIC 9(08).
           05  SOM-HOF-LINK-TRAN-KEY       PIC 9(06).
           05  SOM-HOF-PAIR-SEQ            PIC 9(02).
           05  SOM-HOF-RECLASS-REF         PIC X(08).
           05  SOM-HOF-EFF-PERIOD          PIC 9(06).
