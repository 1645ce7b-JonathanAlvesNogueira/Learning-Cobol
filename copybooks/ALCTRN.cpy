      ******************************************************************
      * ALCTRN.CPY
      * Record layout for the overhead allocation rule maintenance
      * file (ALCTRAN).  One action per record: add the rule for a
      * source cost center, change it (the record carries the full
      * new image of the rule - basis, receiver count and every
      * receiver with its share), or delete it.
      ******************************************************************
       01  ALC-MAINT-RECORD.
           05  ALC-TRN-ACTION              PIC X(01).
               88  ALC-TRN-ADD                        VALUE "A".
               88  ALC-TRN-CHANGE                     VALUE "C".
               88  ALC-TRN-DELETE                     VALUE "D".
           05  ALC-TRN-SOURCE-CC           PIC X(04).
           05  ALC-TRN-DESC                PIC X(20).
           05  ALC-TRN-BASIS               PIC X(01).
               88  ALC-TRN-BASIS-VALID                VALUE "P" "W".
           05  ALC-TRN-RECEIVER-COUNT      PIC 9(02).
           05  ALC-TRN-RECEIVER            OCCURS 12 TIMES.
               10  ALC-TRN-RECV-CC         PIC X(04).
               10  ALC-TRN-RECV-SHARE      PIC 9(03)V9(04).
