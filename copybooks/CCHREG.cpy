      ******************************************************************
      * CCHREG.CPY
      * Print-line layout for the cost-center hierarchy maintenance
      * register (CCHREG).  The FD carries one plain print-line
      * record; the heading/detail/exception/total views are built in
      * working storage and moved into the print line before each
      * WRITE.
      ******************************************************************
       01  CCH-REGISTER-LINE               PIC X(080).
