      ******************************************************************
      * SOMSTRPT.CPY
      * Print-line layout for the standing transaction generation
      * register (SOMSTRPT).  The FD carries one plain print-line
      * record; the heading/detail/total views are built in working
      * storage and moved into the print line before each WRITE.
      ******************************************************************
       01  SOM-STR-PRINT-LINE              PIC X(080).
