      ******************************************************************
      * SOMAURPT.CPY
      * Print-line layout for the weekly master and history file
      * integrity audit report (SOMAURPT).  The FD carries one plain
      * print-line record; the heading/finding/mismatch/summary
      * views are built in working storage and moved into the print
      * line before each WRITE.
      ******************************************************************
       01  SOM-AUDIT-REPORT-LINE           PIC X(080).
