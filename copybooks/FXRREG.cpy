      ******************************************************************
      * FXRREG.CPY
      * Print-line layout for the exchange-rate maintenance register
      * (FXRREG).  The FD carries one plain print-line record; the
      * heading/detail/total views are built in working storage and
      * moved into the print line before each WRITE.
      ******************************************************************
       01  FXR-REGISTER-LINE               PIC X(080).
