      ******************************************************************
      * SOMDLRPT.CPY
      * Print-line layout for the delimited-file conversion register
      * (SOMDLRPT): every rejected row with its row number and the
      * reason, then the conversion totals.  The FD carries one
      * plain print-line record; the heading/detail/total views are
      * built in working storage and moved into the print line
      * before each WRITE.
      ******************************************************************
       01  SOM-DLM-REPORT-LINE             PIC X(080).
