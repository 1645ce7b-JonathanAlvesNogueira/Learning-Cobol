      ******************************************************************
      * STDREG.CPY
      * Print-line layout for the standing transaction maintenance
      * register (STDREG).  The FD carries one plain print-line
      * record; the heading/detail/total views are built in working
      * storage and moved into the print line before each WRITE.
      ******************************************************************
       01  STD-REGISTER-LINE               PIC X(080).
