      ******************************************************************
      * SOMALRT.CPY
      * Record layout for the cycle alert file (SOMALRT).  Every
      * cycle step that finds something an operator must act on
      * appends one record here: the step's run date, the time, the
      * step name, the severity the step itself assigns, a six-
      * character alert code, the key of the item concerned and a
      * short message.  SOMALDG reads the file at the end of the
      * cycle, re-ranks each alert by the SETPARM severity for its
      * code ("AL" + code), prints the digest and writes the
      * notification file, then empties it - an alert raised
      * between cycles (SOMACK runs in the morning) waits for the
      * next digest.  Severity 0 = suppressed, 1 = information,
      * 2 = warning, 3 = critical.
      ******************************************************************
       01  SOM-ALT-RECORD.
           05  SOM-ALT-CYCLE-DATE          PIC 9(08).
           05  SOM-ALT-TIME                PIC 9(08).
           05  SOM-ALT-STEP                PIC X(08).
           05  SOM-ALT-SEVERITY            PIC 9(01).
               88  SOM-ALT-SUPPRESSED                 VALUE 0.
               88  SOM-ALT-INFO                       VALUE 1.
               88  SOM-ALT-WARNING                    VALUE 2.
               88  SOM-ALT-CRITICAL                   VALUE 3.
           05  SOM-ALT-CODE                PIC X(06).
           05  SOM-ALT-KEY                 PIC X(12).
           05  SOM-ALT-MESSAGE             PIC X(46).
