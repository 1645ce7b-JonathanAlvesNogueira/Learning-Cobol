      ******************************************************************
      * SOMPPA.CPY
      * Record layout for the prior-period adjustment file (SOMPPAF),
      * keyed by the posting run date plus transaction key.  The
      * posting run routes every late charge whose effective period
      * SOMMEND has already closed here instead of into the day's
      * totals.  SOMPADJ applies each pending item to its closed
      * period - the employee and cost-center period buckets and a
      * numbered adjustment record on the month-level extract - and
      * marks it applied with that adjustment number and date, so an
      * item is never applied twice.  The amount is in base currency;
      * the currency code and original amount are carried beside it
      * as on the archive.  Backing out the posting run withdraws its
      * items still pending; an item already applied is backed out
      * by a negating item (reversal "Y") filed under the reversal
      * run's date, which the next adjustment run applies in turn.
      ******************************************************************
       01  SOM-PPA-RECORD.
           05  SOM-PPA-KEY.
               10  SOM-PPA-RUN-DATE        PIC 9(08).
               10  SOM-PPA-TRAN-KEY        PIC 9(06).
           05  SOM-PPA-EFF-PERIOD          PIC 9(06).
           05  SOM-PPA-COST-CENTER         PIC X(04).
           05  SOM-PPA-AMOUNT              PIC S9(7)V99
                                            SIGN LEADING SEPARATE.
           05  SOM-PPA-CURRENCY            PIC X(03).
           05  SOM-PPA-ORIG-AMOUNT         PIC S9(7)V99
                                            SIGN LEADING SEPARATE.
           05  SOM-PPA-REVERSAL            PIC X(01).
               88  SOM-PPA-REVERSAL-YES               VALUE "Y".
           05  SOM-PPA-STATE               PIC X(01).
               88  SOM-PPA-PENDING                    VALUE "P".
               88  SOM-PPA-APPLIED                    VALUE "A".
           05  SOM-PPA-ADJ-NUMBER          PIC 9(03).
           05  SOM-PPA-APPLIED-DATE        PIC 9(08).
