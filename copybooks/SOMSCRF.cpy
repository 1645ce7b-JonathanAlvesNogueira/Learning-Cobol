      ******************************************************************
      * SOMSCRF.CPY
      * Record layout for the unusual-activity flag file (SOMSCRF),
      * keyed by the SOMTHIST run date plus transaction key of the
      * posting record flagged.  SOMSCRN writes one record the first
      * night an item scores on any screening pattern and refreshes
      * its patterns, score and last-flagged date on every later
      * night it still scores.  Internal audit reviews the items and
      * marks them cleared through SCRMAINT; a cleared item is never
      * reported again, however it scores, unless it is reopened.
      * The pattern switches are "Y" for a pattern the item hit:
      * split below the approval limit, closed (or unknown) cost
      * center, far above the employee's own average, a cost center
      * new to the employee, and a round amount.  The average is
      * the employee's historical average the item was judged
      * against (zero when there was too little history).
      ******************************************************************
       01  SOM-SCRF-RECORD.
           05  SOM-SCF-KEY.
               10  SOM-SCF-RUN-DATE        PIC 9(08).
               10  SOM-SCF-TRAN-KEY        PIC 9(06).
           05  SOM-SCF-COST-CENTER         PIC X(04).
           05  SOM-SCF-AMOUNT              PIC S9(7)V99
                                            SIGN LEADING SEPARATE.
           05  SOM-SCF-AVERAGE             PIC S9(7)V99
                                            SIGN LEADING SEPARATE.
           05  SOM-SCF-SCORE               PIC 9(02).
           05  SOM-SCF-PATTERNS.
               10  SOM-SCF-SPLIT           PIC X(01).
                   88  SOM-SCF-SPLIT-YES              VALUE "Y".
               10  SOM-SCF-CLOSED-CC       PIC X(01).
                   88  SOM-SCF-CLOSED-CC-YES          VALUE "Y".
               10  SOM-SCF-ABOVE-AVG       PIC X(01).
                   88  SOM-SCF-ABOVE-AVG-YES          VALUE "Y".
               10  SOM-SCF-NEW-CC          PIC X(01).
                   88  SOM-SCF-NEW-CC-YES             VALUE "Y".
               10  SOM-SCF-ROUND           PIC X(01).
                   88  SOM-SCF-ROUND-YES              VALUE "Y".
           05  SOM-SCF-FIRST-FLAGGED       PIC 9(08).
           05  SOM-SCF-LAST-FLAGGED        PIC 9(08).
           05  SOM-SCF-STATUS              PIC X(01).
               88  SOM-SCF-OPEN                       VALUE "O".
               88  SOM-SCF-CLEARED                    VALUE "K".
           05  SOM-SCF-CLEARED-BY          PIC X(08).
           05  SOM-SCF-CLEARED-DATE        PIC 9(08).
           05  SOM-SCF-CLEAR-NOTE          PIC X(30).
