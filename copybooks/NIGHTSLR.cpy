      ******************************************************************
      * NIGHTSLR.CPY
      * Print-line layout for the batch-window elapsed-time and SLA
      * report (NIGHTSLR).  The FD carries one plain print-line
      * record; the heading/cycle/step/summary views are built in
      * working storage and moved into the print line before each
      * WRITE.
      ******************************************************************
       01  DRV-SLA-REPORT-LINE             PIC X(080).
