      ******************************************************************
      * SOMAPERD.CPY
      * Record layout for the overhead allocation period-control file
      * (SOMAPERD).  One record holding the last fiscal period whose
      * allocation voucher was written, so a rerun can never charge
      * a shared pool back to its receivers twice.
      ******************************************************************
       01  SOM-ALLOC-CONTROL-RECORD.
           05  SOM-ALP-LAST-PERIOD         PIC 9(06).
