      ******************************************************************
      * SOMPJRPT.CPY
      * Print-line layout for the prior-period adjustment register
      * (SOMPJRPT).  The FD carries one plain print-line record; the
      * heading/detail/summary views are built in working storage
      * and moved into the print line before each WRITE.
      ******************************************************************
       01  SOM-PPADJ-REGISTER-LINE         PIC X(080).
