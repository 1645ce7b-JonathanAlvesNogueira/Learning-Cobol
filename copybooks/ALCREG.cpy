      ******************************************************************
      * ALCREG.CPY
      * Print-line layout for the allocation rule maintenance
      * register (ALCREG).  The FD carries one plain print-line
      * record; the heading/detail/total views are built in working
      * storage and moved into the print line before each WRITE.
      ******************************************************************
       01  ALC-REGISTER-LINE               PIC X(080).
