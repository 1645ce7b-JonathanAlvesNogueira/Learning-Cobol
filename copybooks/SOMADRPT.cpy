      ******************************************************************
      * SOMADRPT.CPY
      * Print-line layout for the end-of-cycle alert digest
      * (SOMADRPT) SOMALDG prints: one page, alert counts by
      * severity, then the alerts highest severity first.  The FD
      * carries one plain print-line record; the heading, count and
      * detail views are built in working storage and moved into the
      * print line before each WRITE.
      ******************************************************************
       01  SOM-ALERT-DIGEST-LINE           PIC X(080).
