      ******************************************************************
      * NIGHTJRH.CPY
      * Record layout for the retained nightly cycle journal history
      * (NIGHTJRH).  NIGHTJRN only ever holds the latest cycle (a
      * fresh run truncates it), so before truncating, NIGHTDRV
      * appends the previous cycle's journal here record for record.
      * Each record is an image of one NIGHTJRN record (NIGHTJRN.CPY
      * layout); the NIGHTSLA elapsed-time analysis reads it back
      * through that layout.
      ******************************************************************
       01  DRV-HISTORY-RECORD              PIC X(047).
