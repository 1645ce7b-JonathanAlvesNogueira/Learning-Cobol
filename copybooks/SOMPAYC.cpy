      ******************************************************************
      * SOMPAYC.CPY
      * Record layout for the reimbursement payment batch control
      * file (SOMPAYC).  One record for the newest payment batch: its
      * fiscal period, whether it finished, when it was started and
      * the cut-off it judged "changed bank details" by (the start
      * of the batch before it).  A finished period is never paid
      * again; an unfinished one can only be rerun, and the rerun
      * keeps the same cut-off.
      ******************************************************************
       01  SOM-PAY-CONTROL-RECORD.
           05  SOM-PYC-LAST-PERIOD         PIC 9(06).
           05  SOM-PYC-STATE               PIC X(01).
               88  SOM-PYC-OPEN                       VALUE "O".
               88  SOM-PYC-COMPLETE                   VALUE "C".
           05  SOM-PYC-STARTED-STAMP.
               10  SOM-PYC-STARTED-DATE    PIC 9(08).
               10  SOM-PYC-STARTED-TIME    PIC 9(06).
           05  SOM-PYC-CUTOFF-STAMP.
               10  SOM-PYC-CUTOFF-DATE     PIC 9(08).
               10  SOM-PYC-CUTOFF-TIME     PIC 9(06).
