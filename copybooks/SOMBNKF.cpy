      ******************************************************************
      * SOMBNKF.CPY
      * Record layout for the bank payment file (SOMBNKF) SOMPAY
      * writes for the bank's credit-transfer service.  Fixed 94-byte
      * records: one "5" batch header naming the originator, the
      * batch (fiscal period) and the effective date, one "6" entry
      * per payee credit, and one "8" batch control record with the
      * entry count, the entry hash (the total of the first eight
      * digits of every entry's routing number, kept to ten digits)
      * and the total credit amount, all of which the bank checks
      * before it accepts the batch.  Amounts are in cents.
      ******************************************************************
       01  SOM-BNK-RECORD.
           05  SOM-BNK-TYPE                PIC X(01).
               88  SOM-BNK-BATCH-HEADER               VALUE "5".
               88  SOM-BNK-ENTRY                      VALUE "6".
               88  SOM-BNK-BATCH-CONTROL              VALUE "8".
           05  SOM-BNK-DATA                PIC X(93).
           05  SOM-BNK-HEADER-DATA REDEFINES SOM-BNK-DATA.
               10  SOM-BNK-SERVICE-CLASS   PIC 9(03).
               10  SOM-BNK-COMPANY-NAME    PIC X(16).
               10  SOM-BNK-COMPANY-ID      PIC X(10).
               10  SOM-BNK-ENTRY-CLASS     PIC X(03).
               10  SOM-BNK-DESCRIPTION     PIC X(10).
               10  SOM-BNK-EFFECTIVE-DATE  PIC 9(08).
               10  SOM-BNK-HDR-BATCH       PIC 9(06).
               10  SOM-BNK-CREATED-DATE    PIC 9(08).
               10  SOM-BNK-CREATED-TIME    PIC 9(06).
               10  FILLER                  PIC X(23).
           05  SOM-BNK-ENTRY-DATA REDEFINES SOM-BNK-DATA.
               10  SOM-BNK-TRAN-CODE       PIC 9(02).
                   88  SOM-BNK-CHECKING-CREDIT        VALUE 22.
                   88  SOM-BNK-SAVINGS-CREDIT         VALUE 32.
               10  SOM-BNK-ROUTING         PIC X(09).
               10  SOM-BNK-ACCOUNT         PIC X(17).
               10  SOM-BNK-AMOUNT          PIC 9(10).
               10  SOM-BNK-PAYEE-ID        PIC X(15).
               10  SOM-BNK-PAYEE-NAME      PIC X(22).
               10  SOM-BNK-PAID-PERIOD     PIC 9(06).
               10  SOM-BNK-TRACE-SEQ       PIC 9(07).
               10  FILLER                  PIC X(05).
           05  SOM-BNK-CONTROL-DATA REDEFINES SOM-BNK-DATA.
               10  SOM-BNK-CTL-SERVICE     PIC 9(03).
               10  SOM-BNK-ENTRY-COUNT     PIC 9(06).
               10  SOM-BNK-ENTRY-HASH      PIC 9(10).
               10  SOM-BNK-TOTAL-DEBIT     PIC 9(12).
               10  SOM-BNK-TOTAL-CREDIT    PIC 9(12).
               10  SOM-BNK-CTL-COMPANY-ID  PIC X(10).
               10  SOM-BNK-CTL-BATCH       PIC 9(06).
               10  FILLER                  PIC X(34).
