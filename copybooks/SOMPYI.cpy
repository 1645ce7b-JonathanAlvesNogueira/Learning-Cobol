      ******************************************************************
      * SOMPYI.CPY
      * Record layout for the employee payment-instruction master
      * (SOMPYI), keyed by employee ID.  Holds the bank routing
      * number, account and account type each employee's expense
      * reimbursement is paid to.  Maintained only by PYIMAINT, which
      * stamps every add, change and close with the date, time and
      * operator; SOMPAY holds back a payee whose details were
      * changed since the last payment batch went out, and pays no
      * one whose instruction is closed or incomplete.
      ******************************************************************
       01  SOM-PYI-RECORD.
           05  SOM-PYI-EMP-ID              PIC 9(06).
           05  SOM-PYI-STATE               PIC X(01).
               88  SOM-PYI-ACTIVE                     VALUE "A".
               88  SOM-PYI-CLOSED                     VALUE "X".
           05  SOM-PYI-PAYEE-NAME          PIC X(22).
           05  SOM-PYI-ROUTING             PIC X(09).
           05  SOM-PYI-ACCOUNT             PIC X(17).
           05  SOM-PYI-ACCT-TYPE           PIC X(01).
               88  SOM-PYI-CHECKING                   VALUE "C".
               88  SOM-PYI-SAVINGS                    VALUE "S".
           05  SOM-PYI-CHANGED-STAMP.
               10  SOM-PYI-CHANGED-DATE    PIC 9(08).
               10  SOM-PYI-CHANGED-TIME    PIC 9(06).
           05  SOM-PYI-CHANGED-BY          PIC X(08).
