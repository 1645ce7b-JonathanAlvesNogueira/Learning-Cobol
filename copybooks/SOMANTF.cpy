      ******************************************************************
      * SOMANTF.CPY
      * Record layout for the alert notification file (SOMANTF) that
      * SOMALDG writes for the console / e-mail gateway.  Fixed 100-
      * byte records: one "H" header carrying the cycle date, when
      * the file was made and the notification threshold, one "D"
      * detail per alert at or above the threshold, highest severity
      * first, and one "T" trailer with the detail count and the
      * count at each severity.  A cycle with nothing to notify
      * still sends the header and a zero trailer, so the gateway
      * can tell a quiet night from a missing file.
      ******************************************************************
       01  SOM-NTF-RECORD.
           05  SOM-NTF-TYPE                PIC X(01).
               88  SOM-NTF-HEADER                     VALUE "H".
               88  SOM-NTF-DETAIL                     VALUE "D".
               88  SOM-NTF-TRAILER                    VALUE "T".
           05  SOM-NTF-DATA                PIC X(99).
           05  SOM-NTF-HEADER-DATA REDEFINES SOM-NTF-DATA.
               10  SOM-NTF-SYSTEM          PIC X(08).
               10  SOM-NTF-CYCLE-DATE      PIC 9(08).
               10  SOM-NTF-MADE-DATE       PIC 9(08).
               10  SOM-NTF-MADE-TIME       PIC 9(08).
               10  SOM-NTF-THRESHOLD       PIC 9(01).
               10  FILLER                  PIC X(66).
           05  SOM-NTF-DETAIL-DATA REDEFINES SOM-NTF-DATA.
               10  SOM-NTF-SEQ             PIC 9(04).
               10  SOM-NTF-SEVERITY        PIC 9(01).
               10  SOM-NTF-SEV-NAME        PIC X(08).
               10  SOM-NTF-ALERT-DATE      PIC 9(08).
               10  SOM-NTF-STEP            PIC X(08).
               10  SOM-NTF-CODE            PIC X(06).
               10  SOM-NTF-KEY             PIC X(12).
               10  SOM-NTF-MESSAGE         PIC X(46).
               10  FILLER                  PIC X(06).
           05  SOM-NTF-TRAILER-DATA REDEFINES SOM-NTF-DATA.
               10  SOM-NTF-REC-COUNT       PIC 9(05).
               10  SOM-NTF-CRIT-COUNT      PIC 9(05).
               10  SOM-NTF-WARN-COUNT      PIC 9(05).
               10  SOM-NTF-INFO-COUNT      PIC 9(05).
               10  FILLER                  PIC X(79).
