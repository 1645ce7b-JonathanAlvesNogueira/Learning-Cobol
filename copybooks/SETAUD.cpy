      * the suspended transaction key) and EMPMAINT appends ADD /
      * CHANGE / TERM records (param-key carries the employee ID);
      * both carry zero old/new values, like the admin actions.
      * SOMAPPR appends APPROVE / DECLINE records for dual-control
      * decisions (param-key carries the pending transaction key,
      * old/new zero), and reads SUSPMNT's AMEND / RELEASE records
      * to keep an operator from deciding a key they handled.
      * SCRMAINT appends CLEAR / REOPEN records for internal audit's
      * review of SOMSCRN's unusual-activity flags (param-key carries
      * the flagged transaction key, old/new zero).
      * PYIMAINT appends PAYADD / PAYOPEN / PAYCHG / PAYCLOSE
      * records for payment-instruction maintenance (param-key
      * carries the employee ID, old/new zero).
      ******************************************************************
       01  SET-AUDIT-RECORD.
           05  SET-AUD-DATE                PIC 9(08).
