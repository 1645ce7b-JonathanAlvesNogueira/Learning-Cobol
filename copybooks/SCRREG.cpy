      ******************************************************************
      * SCRREG.CPY
      * Print-line layout for the unusual-activity flag maintenance
      * register (SCRREG).  The FD carries one plain print-line
      * record; the heading/detail/total views are built in working
      * storage and moved into the print line before each WRITE.
      ******************************************************************
       01  SCR-REGISTER-LINE               PIC X(080).
