      ******************************************************************
      * FXRTRN.CPY
      * Record layout for the exchange-rate maintenance transaction
      * file (FXRTRAN).  One action per record: add the rate for a
      * currency and date, change an existing rate, or delete one
      * keyed in error.
      ******************************************************************
       01  FXR-MAINT-RECORD.
           05  FXR-TRN-ACTION              PIC X(01).
               88  FXR-TRN-ADD                        VALUE "A".
               88  FXR-TRN-CHANGE                     VALUE "C".
               88  FXR-TRN-DELETE                     VALUE "D".
           05  FXR-TRN-CURRENCY            PIC X(03).
           05  FXR-TRN-RATE-DATE           PIC 9(08).
           05  FXR-TRN-RATE                PIC 9(04)V9(06).
