      ******************************************************************
      * SOMCCH.CPY
      * Record layout for the cost-center hierarchy file (SOMCCH),
      * keyed by node code.  Each node is one level of the management
      * rollup: a cost center (level "C", code = the four-character
      * SOMCCM code), a department ("D"), a division ("V") or a
      * region ("R").  Every node except a region names its parent,
      * which must be on this file one level up (center under
      * department, department under division, division under
      * region).  Maintained by CCHMAINT, which rejects orphan
      * parents and any change that would make a node its own
      * ancestor; read by the nightly SOMROLL rollup report.
      ******************************************************************
       01  SOM-CCH-RECORD.
           05  SOM-CCH-CODE                PIC X(06).
           05  SOM-CCH-LEVEL               PIC X(01).
               88  SOM-CCH-CENTER                     VALUE "C".
               88  SOM-CCH-DEPARTMENT                 VALUE "D".
               88  SOM-CCH-DIVISION                   VALUE "V".
               88  SOM-CCH-REGION                     VALUE "R".
           05  SOM-CCH-PARENT              PIC X(06).
           05  SOM-CCH-DESC                PIC X(20).
