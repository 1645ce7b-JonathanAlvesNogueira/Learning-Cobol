      ******************************************************************
      * PYIREG.CPY
      * Print-line layout for the payment-instruction maintenance
      * register (PYIREG).  The FD carries one plain print-line
      * record; the heading/detail/total views are built in working
      * storage and moved into the print line before each WRITE.
      ******************************************************************
       01  PYI-REGISTER-LINE               PIC X(080).
