      ******************************************************************
      * SCRTRN.CPY
      * Record layout for the unusual-activity flag maintenance
      * transaction file (SCRTRAN).  One action per record against
      * the SOMSCRF flag carrying the same run date and transaction
      * key: clear it (reviewed, nothing wrong - it is not reported
      * again) or reopen a flag cleared in error.  The note is kept
      * on the flag record as the reviewer's reason.
      ******************************************************************
       01  SCR-MAINT-RECORD.
           05  SCR-TRN-ACTION              PIC X(01).
               88  SCR-TRN-CLEAR                      VALUE "K".
               88  SCR-TRN-REOPEN                     VALUE "O".
           05  SCR-TRN-RUN-DATE            PIC 9(08).
           05  SCR-TRN-TRAN-KEY            PIC 9(06).
           05  SCR-TRN-NOTE                PIC X(30).
