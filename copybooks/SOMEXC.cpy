      * SOMEXC.CPY
      * Record layout for the Somando exceptions list (SOMEXC).
      * Written whenever a transaction record cannot be folded into
      * the running total without overflowing WS-NUM3, or when a
      * foreign-currency item has no exchange rate on file for the
      * run date.  The currency code names the currency the amount
      * is in (spaces for base currency) so a suspended item
      * recycles in the currency it arrived in.
      ******************************************************************
       01  SOM-EXCEPTION-RECORD.
           05  SOM-EXC-KEY                 PIC 9(06).
           05  SOM-EXC-PRIOR-TOTAL         PIC S9(7)V99
                                            SIGN LEADING SEPARATE.
           05  SOM-EXC-REASON              PIC X(50).
           05  SOM-EXC-CURRENCY            PIC X(03).
