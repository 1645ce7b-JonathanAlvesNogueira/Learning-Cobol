      ******************************************************************
      * SOMPEND.CPY
      * Record layout for the dual-control pending-approval file
      * (SOMPEND), keyed by the posting run date plus transaction
      * key.  The posting run diverts every transaction whose base
      * amount exceeds the SETPARM "APPRLIM" limit here instead of
      * posting it.  A second operator decides each item with
      * SOMAPPR (decision "A" approved or "D" declined, with the
      * deciding operator and timestamp); the nightly approval roll
      * (SOMAPRL) then releases approved items to the SOMAPRV feed
      * for the next TRANFILE build, passes declined items to the
      * reject path, and takes both off the file.  The amount is
      * the original amount as received, in the currency the
      * currency code names (spaces for base currency); the base
      * amount is the run date's converted figure that tripped the
      * limit.  Backing out the posting run withdraws its items
      * still awaiting a decision.  The effective period the item
      * arrived with travels with it, so an approved late charge
      * for a closed period is still routed to the prior-period
      * adjustment file when it comes back through the posting run.
      ******************************************************************
       01  SOM-PND-RECORD.
           05  SOM-PND-KEY.
               10  SOM-PND-RUN-DATE        PIC 9(08).
               10  SOM-PND-TRAN-KEY        PIC 9(06).
           05  SOM-PND-AMOUNT              PIC S9(7)V99
                                            SIGN LEADING SEPARATE.
           05  SOM-PND-CURRENCY            PIC X(03).
           05  SOM-PND-BASE-AMOUNT         PIC S9(7)V99
                                            SIGN LEADING SEPARATE.
           05  SOM-PND-COST-CENTER         PIC X(04).
           05  SOM-PND-DECISION            PIC X(01).
               88  SOM-PND-AWAITING                   VALUE "P".
               88  SOM-PND-APPROVED                   VALUE "A".
               88  SOM-PND-DECLINED                   VALUE "D".
           05  SOM-PND-DECIDED-BY          PIC X(08).
           05  SOM-PND-DECIDED-DATE        PIC 9(08).
           05  SOM-PND-DECIDED-TIME        PIC 9(06).
           05  SOM-PND-EFF-PERIOD          PIC X(06).
