      * by transaction key.  Each posting exception is carried here
      * day to day with an age counter until an operator amends or
      * releases it; released items are recycled into the next
      * posting run and leave the file.  The currency code names
      * the currency the amount is in (spaces for base currency).
      ******************************************************************
       01  SOM-SUSPENSE-RECORD.
           05  SOM-SUS-KEY                 PIC 9(06).
               88  SOM-SUS-RELEASED                   VALUE "R".
           05  SOM-SUS-DATE-SUSPENDED      PIC 9(08).
           05  SOM-SUS-REASON              PIC X(50).
           05  SOM-SUS-CURRENCY            PIC X(03).
