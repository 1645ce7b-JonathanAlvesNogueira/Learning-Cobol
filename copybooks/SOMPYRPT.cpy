      ******************************************************************
      * SOMPYRPT.CPY
      * Print-line layout for the reimbursement payment register
      * (SOMPYRPT).  The FD carries one plain print-line record; the
      * heading/detail/total views are built in working storage and
      * moved into the print line before each WRITE.
      ******************************************************************
       01  SOM-PAY-REGISTER-LINE           PIC X(080).
