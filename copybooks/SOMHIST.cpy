      * (SOMTHIST), keyed by run date plus transaction key.  The
      * posting run writes one record per transaction processed,
      * carrying the amount and the disposition it received:
      * posted, exception (not posted, on suspense), rejected
      * (key not on the employee master), or held for approval
      * (over the dual-control limit, not posted, on SOMPEND).
      * SOMHINQ answers "did key X post, when, and for how much"
      * from this file.  The amount
      * is in base currency; the currency code and the original
      * amount as received are carried beside it so every
      * conversion can be traced (spaces and the same amount for a
      * base-currency item; a zero base amount for a foreign item
      * that had no exchange rate on file).
      * The posting run's own record always carries sequence 00.  A
      * cost-center reclass (SOMRCLS) adds a linked pair under its
      * run date and the original's transaction key, sequences 01
      * upward, disposition "C": one record taking the amount off
      * the old cost center (negative) and one putting it on the
      * new (positive).  Each names the original item and the other
      * record of its pair, and the reclass document reference; the
      * original keeps a running total of what has been reclassed
      * out of it, so it can never be reclassed past its amount.
      * The pair is filed pending (disposition "Q") and each record
      * turns "C" once its center's SOMCCM spend has moved, so a
      * failed SOMRCLS run can be rerun to finish the reclass.
      * While pending, a record's reclassed total holds the
      * original's total as it stood before the pair; it is zero
      * once the record is closed.
      * A late charge whose effective period was already closed is
      * archived with disposition "J" (prior-period adjustment):
      * not posted to the day's totals but routed to SOMPPAF, from
      * which SOMPADJ applies it to the closed period.  The
      * effective period the charge was booked to is carried on
      * every posting record (zeros when it is the current period).
      ******************************************************************
       01  SOM-HIST-RECORD.
           05  SOM-HIS-KEY.
               10  SOM-HIS-RUN-DATE        PIC 9(08).
               10  SOM-HIS-TRAN-KEY        PIC 9(06).
               10  SOM-HIS-SEQ             PIC 9(02).
           05  SOM-HIS-AMOUNT              PIC S9(7)V99
                                            SIGN LEADING SEPARATE.
           05  SOM-HIS-COST-CENTER         PIC X(04).
               88  SOM-HIS-POSTED                     VALUE "P".
               88  SOM-HIS-EXCEPTION                  VALUE "E".
               88  SOM-HIS-REJECTED                   VALUE "R".
               88  SOM-HIS-HELD-APPROVAL              VALUE "A".
               88  SOM-HIS-RECLASS                    VALUE "C".
               88  SOM-HIS-RECLASS-PENDING            VALUE "Q".
               88  SOM-HIS-PRIOR-PERIOD               VALUE "J".
           05  SOM-HIS-CURRENCY            PIC X(03).
           05  SOM-HIS-ORIG-AMOUNT         PIC S9(7)V99
                                            SIGN LEADING SEPARATE.
           05  SOM-HIS-RECLASSED-AMOUNT    PIC S9(7)V99
                                            SIGN LEADING SEPARATE.
           05  SOM-HIS-LINK-RUN-DATE       PIC 9(08).
           05  SOM-HIS-LINK-TRAN-KEY       PIC 9(06).
           05  SOM-HIS-PAIR-SEQ            PIC 9(02).
           05  SOM-HIS-RECLASS-REF         PIC X(08).
           05  SOM-HIS-EFF-PERIOD          PIC 9(06).
