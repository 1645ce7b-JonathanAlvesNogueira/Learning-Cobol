      ******************************************************************
      * SOMPAYL.CPY
      * Record layout for the reimbursement payment ledger (SOMPAYL),
      * keyed by employee ID plus the fiscal period the balance
      * belongs to.  SOMPAY writes one record for every balance it
      * pays or holds back, so an employee can never be paid twice
      * for the same period: a paid record is never paid again, and
      * a held record is paid by a later batch once the employee's
      * bank details are in order.  A held balance that has fallen
      * to the minimum or below (a prior-period adjustment) is voided.
      * The batch period names the payment batch that last paid or
      * held the record.  A paid record keeps the payee and bank
      * details the money went to, so a rerun of the same batch
      * resends exactly what was first sent.
      ******************************************************************
       01  SOM-PYL-RECORD.
           05  SOM-PYL-KEY.
               10  SOM-PYL-EMP-ID          PIC 9(06).
               10  SOM-PYL-PERIOD          PIC 9(06).
           05  SOM-PYL-STATE               PIC X(01).
               88  SOM-PYL-PAID                       VALUE "P".
               88  SOM-PYL-HELD                       VALUE "H".
               88  SOM-PYL-VOID                       VALUE "V".
           05  SOM-PYL-HOLD-REASON         PIC X(02).
               88  SOM-PYL-NO-INSTRUCTION             VALUE "NI".
               88  SOM-PYL-INSTR-CLOSED               VALUE "CL".
               88  SOM-PYL-DETAILS-MISSING            VALUE "MS".
               88  SOM-PYL-DETAILS-CHANGED            VALUE "CH".
           05  SOM-PYL-AMOUNT              PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
           05  SOM-PYL-BATCH-PERIOD        PIC 9(06).
           05  SOM-PYL-BATCH-DATE          PIC 9(08).
           05  SOM-PYL-TRACE-SEQ           PIC 9(07).
           05  SOM-PYL-PAYEE-NAME          PIC X(22).
           05  SOM-PYL-ROUTING             PIC X(09).
           05  SOM-PYL-ACCOUNT             PIC X(17).
           05  SOM-PYL-ACCT-TYPE           PIC X(01).
