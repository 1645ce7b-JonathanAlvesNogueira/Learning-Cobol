      ******************************************************************
      * SOMAPRPT.CPY
      * Print-line layout for the dual-control approval register
      * (SOMAPRPT).  The FD carries one plain print-line record; the
      * heading/detail/total views are built in working storage and
      * moved into the print line before each WRITE.
      ******************************************************************
       01  SOM-APR-PRINT-LINE              PIC X(080).
