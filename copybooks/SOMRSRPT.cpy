      ******************************************************************
      * SOMRSRPT.CPY
      * Print-line layout for the master-file restore and
      * verification report (SOMRSRPT).  The FD carries one plain
      * print-line record; the heading/file/generation views are
      * built in working storage and moved into the print line
      * before each WRITE.
      ******************************************************************
       01  SOM-REST-REPORT-LINE            PIC X(080).
