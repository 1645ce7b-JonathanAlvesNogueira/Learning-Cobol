      * the employee master, or whose cost center is not on the
      * cost-center master (or is closed there); the amount is NOT
      * posted and the report detail line is flagged.  The reason
      * field says which check failed.  The amount is the original
      * amount as received, in the currency the currency code names
      * (spaces for base currency).  The approval roll (SOMAPRL)
      * appends a record for every item declined under dual
      * control, after the posting run has written the file.
      ******************************************************************
       01  SOM-REJECT-RECORD.
           05  SOM-REJ-KEY                 PIC 9(06).
                                            SIGN LEADING SEPARATE.
           05  SOM-REJ-COST-CENTER         PIC X(04).
           05  SOM-REJ-REASON              PIC X(30).
               88  SOM-REJ-DECLINED
                       VALUE "DECLINED UNDER DUAL CONTROL".
           05  SOM-REJ-CURRENCY            PIC X(03).
