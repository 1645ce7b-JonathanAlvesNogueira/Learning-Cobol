      ******************************************************************
      * STDTRN.CPY
      * Record layout for the standing transaction maintenance file
      * (STDTRAN).  One action per record: add a standing charge for
      * an employee and sequence, change one (the record carries the
      * full new image of the schedule fields), or delete one.
      ******************************************************************
       01  STD-MAINT-RECORD.
           05  STD-TRN-ACTION              PIC X(01).
               88  STD-TRN-ADD                        VALUE "A".
               88  STD-TRN-CHANGE                     VALUE "C".
               88  STD-TRN-DELETE                     VALUE "D".
           05  STD-TRN-EMP-ID              PIC 9(06).
           05  STD-TRN-SEQ                 PIC 9(02).
           05  STD-TRN-COST-CENTER         PIC X(04).
           05  STD-TRN-AMOUNT              PIC S9(7)V99
                                            SIGN LEADING SEPARATE.
           05  STD-TRN-CURRENCY            PIC X(03).
           05  STD-TRN-FREQUENCY           PIC X(01).
           05  STD-TRN-DAY                 PIC 9(02).
           05  STD-TRN-START-DATE          PIC 9(08).
           05  STD-TRN-END-DATE            PIC 9(08).
