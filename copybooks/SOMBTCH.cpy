      * detail records in TRANFILE field layout, and one "T" trailer
      * carrying the detail record count and the hash total of the
      * detail amounts.  A source whose details do not balance to its
      * trailer stops the cycle before anything posts.  A detail
      * booked in a foreign currency names it in SOM-BCH-TRAN-
      * CURRENCY and carries its amount in that currency (spaces
      * mean the base currency); the posting run converts it.  A
      * late charge for an earlier fiscal period carries that
      * period (CCYYMM) in SOM-BCH-TRAN-EFF-PERIOD; spaces mean the
      * current period.
      ******************************************************************
       01  SOM-BCH-RECORD.
           05  SOM-BCH-TYPE                PIC X(01).
               10  SOM-BCH-TRAN-AMOUNT    PIC S9(7)V99
                                            SIGN LEADING SEPARATE.
               10  SOM-BCH-TRAN-CC         PIC X(04).
               10  SOM-BCH-TRAN-CURRENCY   PIC X(03).
               10  SOM-BCH-TRAN-EFF-PERIOD PIC X(06).
               10  FILLER                  PIC X(01).
           05  SOM-BCH-TRAILER-DATA REDEFINES SOM-BCH-DATA.
               10  SOM-BCH-REC-COUNT       PIC 9(07).
               10  SOM-BCH-HASH-TOTAL     PIC S9(9)V99
