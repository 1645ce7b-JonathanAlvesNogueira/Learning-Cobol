      ******************************************************************
      * SOMCCPH.CPY
      * Record layout for the cost-center period history file
      * (SOMCCPH), keyed by cost-center code plus fiscal period.
      * SOMMEND records each center's period-to-date spend here "as
      * closed" when it closes the period, since SOMCCM itself moves
      * on to the next period.  SOMPADJ adds every prior-period
      * adjustment applied to the period into the adjusted amount,
      * never touching the closed figure, so the period "as
      * adjusted" is the closed amount plus the adjusted amount.  A
      * center first charged by an adjustment gets a record with a
      * zero closed figure.
      ******************************************************************
       01  SOM-CPH-RECORD.
           05  SOM-CPH-KEY.
               10  SOM-CPH-COST-CENTER     PIC X(04).
               10  SOM-CPH-PERIOD          PIC 9(06).
           05  SOM-CPH-CLOSED-AMOUNT       PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
           05  SOM-CPH-ADJ-COUNT           PIC S9(07)
                                            SIGN LEADING SEPARATE.
           05  SOM-CPH-ADJ-AMOUNT          PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
           05  SOM-CPH-LAST-ADJ-NUMBER     PIC 9(03).
