      ******************************************************************
      * RCLTRN.CPY
      * Record layout for the cost-center reclass input file
      * (RCLTRAN).  One reclass per record: the document reference
      * finance gave it, the SOMTHIST item it corrects (the run date
      * and transaction key it posted under), the cost center it was
      * booked to, the cost center it belongs to, and the amount to
      * move - all of the item's amount or any part of what is left
      * of it.  The amount is always entered unsigned; the posting
      * follows the sign of the original item.
      ******************************************************************
       01  RCL-TRN-RECORD.
           05  RCL-TRN-REF                 PIC X(08).
           05  RCL-TRN-RUN-DATE            PIC 9(08).
           05  RCL-TRN-TRAN-KEY            PIC 9(06).
           05  RCL-TRN-FROM-CC             PIC X(04).
           05  RCL-TRN-TO-CC               PIC X(04).
           05  RCL-TRN-AMOUNT              PIC 9(07)V99.
