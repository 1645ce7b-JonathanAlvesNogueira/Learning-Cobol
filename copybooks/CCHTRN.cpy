      ******************************************************************
      * CCHTRN.CPY
      * Record layout for the cost-center hierarchy maintenance
      * transaction file (CCHTRAN).  One action per record: add a
      * node, change the node carrying the same code (a new parent
      * moves it and everything under it; a new description
      * replaces the old - only the fields keyed non-blank are
      * applied, and the level cannot be changed), or delete it
      * (refused while any node still names it as parent).
      ******************************************************************
       01  CCH-MAINT-RECORD.
           05  CCH-TRN-ACTION              PIC X(01).
               88  CCH-TRN-ADD                        VALUE "A".
               88  CCH-TRN-CHANGE                     VALUE "C".
               88  CCH-TRN-DELETE                     VALUE "D".
           05  CCH-TRN-CODE                PIC X(06).
           05  CCH-TRN-LEVEL               PIC X(01).
           05  CCH-TRN-PARENT              PIC X(06).
           05  CCH-TRN-DESC                PIC X(20).
