      ******************************************************************
      * SOMALOC.CPY
      * Record layout for the overhead allocation rules master
      * (SOMALOC), keyed by source cost center.  One record per
      * shared pool (facilities, IT and the like) naming up to
      * twelve receiving cost centers and each one's share.  On a
      * percentage rule the shares are percentages and must total
      * exactly 100; on a weight rule they are relative weights
      * (head count, floor area) and each receiver takes its weight
      * over the total of the weights.  The period-end allocation
      * run (SOMALLC) charges the source center's period-to-date
      * spend back to the receivers by these shares.
      ******************************************************************
       01  SOM-ALC-RECORD.
           05  SOM-ALC-SOURCE-CC           PIC X(04).
           05  SOM-ALC-DESC                PIC X(20).
           05  SOM-ALC-BASIS               PIC X(01).
               88  SOM-ALC-PERCENT                    VALUE "P".
               88  SOM-ALC-WEIGHT                     VALUE "W".
               88  SOM-ALC-BASIS-VALID                VALUE "P" "W".
           05  SOM-ALC-RECEIVER-COUNT      PIC 9(02).
           05  SOM-ALC-RECEIVER            OCCURS 12 TIMES.
               10  SOM-ALC-RECV-CC         PIC X(04).
               10  SOM-ALC-RECV-SHARE      PIC 9(03)V9(04).
