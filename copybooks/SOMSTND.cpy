      ******************************************************************
      * SOMSTND.CPY
      * Record layout for the standing transaction master (SOMSTND),
      * keyed by employee ID plus a two-digit sequence so one
      * employee may carry several standing charges.  Each record
      * names the cost center, amount and currency to be charged,
      * how often it falls due and the window it runs in; STDMAINT
      * keeps the schedule fields and the SOMSTGN generator keeps
      * the control fields below them.
      *   FREQUENCY "D" - EVERY BUSINESS DAY
      *             "W" - WEEKLY ON DAY 1-7 (1 = MONDAY)
      *             "M" - MONTHLY ON CALENDAR DAY 1-31 (A DAY PAST
      *                   THE END OF A SHORT MONTH FALLS ON ITS LAST
      *                   DAY)
      *             "P" - ONCE A FISCAL PERIOD ON THE PERIOD'S NTH
      *                   BUSINESS DAY (OR ITS LAST, IF SHORTER)
      * An occurrence whose date is not a business day is generated
      * on the next cycle that runs.  END-DATE zero means open-ended.
      * NEXT-DUE zero makes the generator work the next occurrence
      * out again from START-DATE or LAST-DUE; LAST-GEN-DATE is the
      * cycle date that last generated an item, so a rerun of the
      * same cycle reissues that item instead of taking another.
      ******************************************************************
       01  SOM-STD-RECORD.
           05  SOM-STD-KEY.
               10  SOM-STD-EMP-ID          PIC 9(06).
               10  SOM-STD-SEQ             PIC 9(02).
           05  SOM-STD-COST-CENTER         PIC X(04).
           05  SOM-STD-AMOUNT              PIC S9(7)V99
                                            SIGN LEADING SEPARATE.
           05  SOM-STD-CURRENCY            PIC X(03).
           05  SOM-STD-FREQUENCY           PIC X(01).
               88  SOM-STD-DAILY                      VALUE "D".
               88  SOM-STD-WEEKLY                     VALUE "W".
               88  SOM-STD-MONTHLY                    VALUE "M".
               88  SOM-STD-PERIODIC                   VALUE "P".
               88  SOM-STD-FREQUENCY-VALID   VALUE "D" "W" "M" "P".
           05  SOM-STD-DAY                 PIC 9(02).
           05  SOM-STD-START-DATE          PIC 9(08).
           05  SOM-STD-END-DATE            PIC 9(08).
           05  SOM-STD-NEXT-DUE            PIC 9(08).
           05  SOM-STD-LAST-DUE            PIC 9(08).
           05  SOM-STD-LAST-PERIOD         PIC 9(06).
           05  SOM-STD-LAST-GEN-DATE       PIC 9(08).
