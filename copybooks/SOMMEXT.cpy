      * appends - the file accumulates one record per closed period
      * so the year-end consolidation (SOMYEND) can read a whole
      * fiscal year back.
      * A closed period is never rewritten.  Each prior-period
      * adjustment run (SOMPADJ) that touches a closed period
      * appends a numbered adjustment record for it (type "A",
      * adjustment number 001 upward): the record count and total
      * then carry the period "as adjusted" after that adjustment,
      * the closed fields carry it "as closed", and the adjustment
      * fields carry what this adjustment alone added.  The close
      * record itself is type "C", adjustment number 000, with its
      * closed fields equal to its own figures; a record written
      * before the type existed reads as a close (spaces).
      ******************************************************************
       01  SOM-MONTH-EXTRACT-RECORD.
           05  SOM-MEX-PERIOD              PIC 9(06).
           05  SOM-MEX-TOTAL-AMOUNT        PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
           05  SOM-MEX-EXC-DAYS            PIC 9(03).
           05  SOM-MEX-REC-TYPE            PIC X(01).
               88  SOM-MEX-CLOSE                      VALUE "C" " ".
               88  SOM-MEX-ADJUSTMENT                 VALUE "A".
           05  SOM-MEX-ADJ-NUMBER          PIC 9(03).
           05  SOM-MEX-ADJ-DATE            PIC 9(08).
           05  SOM-MEX-CLOSED-REC-COUNT    PIC 9(07).
           05  SOM-MEX-CLOSED-AMOUNT       PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
           05  SOM-MEX-ADJ-REC-COUNT       PIC S9(07)
                                            SIGN LEADING SEPARATE.
           05  SOM-MEX-ADJ-AMOUNT          PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
