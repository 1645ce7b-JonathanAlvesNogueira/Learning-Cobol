      ******************************************************************
      * SOMSCRPT.CPY
      * Print-line layout for the unusual-activity review report
      * (SOMSCRPT).  The FD carries one plain print-line record; the
      * heading/detail/total views are built in working storage and
      * moved into the print line before each WRITE.
      ******************************************************************
       01  SOM-SCREEN-REPORT-LINE          PIC X(080).
