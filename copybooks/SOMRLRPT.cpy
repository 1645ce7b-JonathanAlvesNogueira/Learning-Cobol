      ******************************************************************
      * SOMRLRPT.CPY
      * Print-line layout for the nightly cost-center rollup report
      * (SOMRLRPT).  The FD carries one plain print-line record; the
      * heading/detail/subtotal/tie-out views are built in working
      * storage and moved into the print line before each WRITE.
      ******************************************************************
       01  SOM-ROLLUP-REPORT-LINE          PIC X(080).
