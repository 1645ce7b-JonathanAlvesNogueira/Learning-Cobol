      ******************************************************************
      * SOMSNPM.CPY
      * Record layout for the snapshot generation manifest (SOMSNPM),
      * keyed by generation date.  One record per generation held on
      * SOMSNPF: whether the snapshot finished, when it was taken,
      * and for each master file whether it was there, how many
      * records were copied and the hash total of its amount (or,
      * for a master with no amount, a numeric field such as its
      * key) field; SOMCCH has no numeric field, so its hash stays
      * zero and its record count alone proves it.
      * SOMREST verifies a restore against these figures.
      ******************************************************************
       01  SOM-SNAP-MANIFEST-RECORD.
           05  SOM-SNM-GEN-DATE            PIC 9(08).
           05  SOM-SNM-STATE               PIC X(01).
               88  SOM-SNM-COMPLETE                   VALUE "C".
               88  SOM-SNM-INCOMPLETE                 VALUE "I".
           05  SOM-SNM-TAKEN-TIME          PIC 9(08).
           05  SOM-SNM-FILE-COUNT          PIC 9(02).
           05  SOM-SNM-FILE-ENTRY OCCURS 16 TIMES.
               10  SOM-SNM-FILE            PIC X(08).
               10  SOM-SNM-PRESENT         PIC X(01).
                   88  SOM-SNM-PRESENT-YES            VALUE "Y".
                   88  SOM-SNM-PRESENT-NO             VALUE "N".
               10  SOM-SNM-REC-COUNT       PIC 9(07).
               10  SOM-SNM-HASH            PIC S9(13)V99
                                            SIGN LEADING SEPARATE.
