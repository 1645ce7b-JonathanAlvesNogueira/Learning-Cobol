      ******************************************************************
      * SOMPLRPT.CPY
      * Print-line layout for the parallel posting trial report
      * (SOMPLRPT).  The FD carries one plain print-line record; the
      * heading/file/difference views are built in working storage
      * and moved into the print line before each WRITE.
      ******************************************************************
       01  SOM-PARL-REPORT-LINE            PIC X(080).
