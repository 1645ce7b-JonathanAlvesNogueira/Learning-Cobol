      ******************************************************************
      * PYITRN.CPY
      * Record layout for the payment-instruction maintenance
      * transaction file (PYITRAN).  One action per record: add the
      * instruction for an employee on EMPMAST (or put a closed one
      * back in use), change it, or close it so the employee is no
      * longer paid.  On a change, only the fields keyed non-blank
      * replace the master's values.
      ******************************************************************
       01  PYI-MAINT-RECORD.
           05  PYI-TRN-ACTION              PIC X(01).
               88  PYI-TRN-ADD                        VALUE "A".
               88  PYI-TRN-CHANGE                     VALUE "C".
               88  PYI-TRN-CLOSE                      VALUE "X".
           05  PYI-TRN-EMP-ID              PIC 9(06).
           05  PYI-TRN-PAYEE-NAME          PIC X(22).
           05  PYI-TRN-ROUTING             PIC X(09).
           05  PYI-TRN-ACCOUNT             PIC X(17).
           05  PYI-TRN-ACCT-TYPE           PIC X(01).
