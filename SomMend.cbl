000140*              SYSTEM.  THE PERIOD CLOSED IS VALIDATED CC/YY/MM
000150*              THE SAME WAY DISPLAYPGM'S 2100-VALIDATE-PERIOD
000160*              VALIDATES PERIODS - A BAD MONTH OR A PERIOD
000170*              BEHIND THE LAST ONE CLOSED IS REJECTED.  EACH
000170*              COST CENTER'S SPEND FOR THE PERIOD IS RECORDED
000170*              "AS CLOSED" ON THE SOMCCPH PERIOD HISTORY.
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY:
000200*   DATE       INIT  DESCRIPTION
000226*                    PER CLOSED PERIOD FOR THE SOMYEND YEAR-END
000228*                    CONSOLIDATION, AND THE RECORD NOW CARRIES
000229*                    THE PERIOD'S EXCEPTION-DAY COUNT.
000229*   2026-10-01 JAN   THE SOMMEXT RECORD IS NOW WRITTEN AS THE
000229*                    PERIOD'S CLOSE RECORD (TYPE "C", ADJUSTMENT
000229*                    000, CLOSED FIGURES EQUAL TO ITS OWN) SO THE
000229*                    NUMBERED PRIOR-PERIOD ADJUSTMENT RECORDS
000229*                    SOMPADJ APPENDS LATER CAN BE TOLD APART FROM
000229*                    IT.  EVERY SOMCCM CENTER'S PERIOD-TO-DATE
000229*                    SPEND FOR THE PERIOD IS SNAPSHOT TO THE NEW
000229*                    SOMCCPH COST-CENTER PERIOD HISTORY AS THE
000229*                    "AS CLOSED" FIGURE ADJUSTMENTS ARE LATER
000229*                    SHOWN AGAINST.
000230* Tectonics: cobc
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS SME-MEX-STATUS.
000480
000480     SELECT COSTCTR-FILE ASSIGN "SOMCCM"
000480         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS SOM-CCM-CODE
000480         FILE STATUS IS SME-CCM-STATUS.
000480
000480     SELECT CCHIST-FILE ASSIGN "SOMCCPH"
000480         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000480         RECORD KEY IS SOM-CPH-KEY
000480         FILE STATUS IS SME-CPH-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  HISTORY-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 COPY SOMMEXT.
000660
000660 FD  COSTCTR-FILE
000660     LABEL RECORDS ARE STANDARD.
000660 COPY SOMCCM.
000660
000660 FD  CCHIST-FILE
000660     LABEL RECORDS ARE STANDARD.
000660 COPY SOMCCPH.
000660
000670 WORKING-STORAGE SECTION.
000680 77  SME-HIS-STATUS              PIC X(02) VALUE "00".
000690     88  SME-HIS-OK                         VALUE "00".
000810     88  SME-MEX-OK                         VALUE "00".
000812     88  SME-MEX-FILE-NOT-FOUND             VALUE "35".
000820
000820 77  SME-CCM-STATUS              PIC X(02) VALUE "00".
000820     88  SME-CCM-OK                         VALUE "00".
000820
000820 77  SME-CPH-STATUS              PIC X(02) VALUE "00".
000820     88  SME-CPH-OK                         VALUE "00".
000820     88  SME-CPH-NOT-FOUND                  VALUE "23".
000820     88  SME-CPH-FILE-NOT-FOUND             VALUE "35".
000820
000820 77  SME-CCM-EOF-SWITCH          PIC X(01) VALUE "N".
000820     88  SME-CCM-EOF-YES                    VALUE "Y".
000820     88  SME-CCM-EOF-NO                     VALUE "N".
000820
000820 77  SME-SNAP-FAIL-SWITCH        PIC X(01) VALUE "N".
000820     88  SME-SNAP-FAIL-YES                  VALUE "Y".
000820     88  SME-SNAP-FAIL-NO                   VALUE "N".
000820
000820 77  SME-SNAP-COUNT              PIC 9(05) COMP VALUE 0.
000820
000830 77  SME-PERIOD-INPUT            PIC X(06) VALUE SPACES.
000840
000850 01  SME-PERIOD                  PIC 9(06) VALUE ZEROS.
004500         THRU 3200-SAVE-LAST-PERIOD-EXIT.
004510
004520     MOVE 0 TO RETURN-CODE.
004520
004520     PERFORM 3300-SNAPSHOT-CC-PERIOD
004520         THRU 3300-SNAPSHOT-CC-PERIOD-EXIT.
004520
004520*    THE PERIOD IS CLOSED EITHER WAY; A MISSING SNAPSHOT ONLY
004520*    COSTS THE "AS CLOSED" COST-CENTER FIGURES, SO IT WARNS.
004520     IF SME-SNAP-FAIL-YES
004520         MOVE 4 TO RETURN-CODE
004520     END-IF.
004530
004540 3000-CLOSE-PERIOD-WRAP.
004550
004780     MOVE SME-MTD-REC-COUNT TO SOM-MEX-REC-COUNT.
004790     MOVE SME-MTD-TOTAL     TO SOM-MEX-TOTAL-AMOUNT.
004792     MOVE SME-EXC-DAY-COUNT TO SOM-MEX-EXC-DAYS.
004792     MOVE "C"               TO SOM-MEX-REC-TYPE.
004792     MOVE ZEROS             TO SOM-MEX-ADJ-NUMBER
004792                               SOM-MEX-ADJ-DATE.
004792     MOVE SME-MTD-REC-COUNT TO SOM-MEX-CLOSED-REC-COUNT.
004792     MOVE SME-MTD-TOTAL     TO SOM-MEX-CLOSED-AMOUNT.
004792     MOVE ZERO              TO SOM-MEX-ADJ-REC-COUNT
004792                               SOM-MEX-ADJ-AMOUNT.
004800
004810     WRITE SOM-MONTH-EXTRACT-RECORD.
004820
005180
005190 3200-SAVE-LAST-PERIOD-EXIT.
005200     EXIT.
005200
005200******************************************************************
005200* 3300-SNAPSHOT-CC-PERIOD - RECORD EVERY COST CENTER'S PERIOD-
005200*                          TO-DATE SPEND FOR THE PERIOD JUST
005200*                          CLOSED ON SOMCCPH AS ITS "AS CLOSED"
005200*                          FIGURE.  A CENTER WITH NO SPEND IN THE
005200*                          PERIOD GETS NO RECORD.  A RE-CLOSE OF
005200*                          THE SAME PERIOD REPLACES THE CLOSED
005200*                          FIGURE AND KEEPS ANY ADJUSTMENTS.
005200******************************************************************
005200 3300-SNAPSHOT-CC-PERIOD.
005200
005200     MOVE "N" TO SME-SNAP-FAIL-SWITCH.
005200     MOVE "N" TO SME-CCM-EOF-SWITCH.
005200     MOVE 0   TO SME-SNAP-COUNT.
005200
005200     OPEN INPUT COSTCTR-FILE.
005200
005200     IF NOT SME-CCM-OK
005200         DISPLAY "SOMMEND: UNABLE TO OPEN SOMCCM, STATUS "
005200             SME-CCM-STATUS ", NO COST-CENTER SNAPSHOT"
005200         MOVE "Y" TO SME-SNAP-FAIL-SWITCH
005200         GO TO 3300-SNAPSHOT-CC-PERIOD-EXIT
005200     END-IF.
005200
005200     OPEN I-O CCHIST-FILE.
005200
005200     IF SME-CPH-FILE-NOT-FOUND
005200         OPEN OUTPUT CCHIST-FILE
005200         IF SME-CPH-OK
005200             CLOSE CCHIST-FILE
005200             OPEN I-O CCHIST-FILE
005200         END-IF
005200     END-IF.
005200
005200     IF NOT SME-CPH-OK
005200         DISPLAY "SOMMEND: UNABLE TO OPEN SOMCCPH, STATUS "
005200             SME-CPH-STATUS ", NO COST-CENTER SNAPSHOT"
005200         MOVE "Y" TO SME-SNAP-FAIL-SWITCH
005200         CLOSE COSTCTR-FILE
005200         GO TO 3300-SNAPSHOT-CC-PERIOD-EXIT
005200     END-IF.
005200
005200     PERFORM 3320-READ-COST-CENTER
005200         THRU 3320-READ-COST-CENTER-EXIT.
005200
005200     PERFORM 3310-SNAPSHOT-ONE-CENTER
005200         THRU 3310-SNAPSHOT-ONE-CENTER-EXIT
005200         UNTIL SME-CCM-EOF-YES.
005200
005200     CLOSE COSTCTR-FILE.
005200     CLOSE CCHIST-FILE.
005200
005200     DISPLAY "SOMMEND: " SME-SNAP-COUNT
005200         " COST CENTERS RECORDED AS CLOSED ON SOMCCPH".
005200
005200 3300-SNAPSHOT-CC-PERIOD-EXIT.
005200     EXIT.
005200
005200******************************************************************
005200* 3310-SNAPSHOT-ONE-CENTER - WRITE OR REFRESH ONE CENTER'S
005200*                           SOMCCPH RECORD WHEN ITS PERIOD-TO-
005200*                           DATE SPEND IS FOR THE PERIOD CLOSED
005200******************************************************************
005200 3310-SNAPSHOT-ONE-CENTER.
005200
005200     IF SOM-CCM-PTD-PERIOD NOT = SME-PERIOD
005200         GO TO 3310-SNAPSHOT-ONE-CENTER-NEXT
005200     END-IF.
005200
005200     MOVE SOM-CCM-CODE TO SOM-CPH-COST-CENTER.
005200     MOVE SME-PERIOD   TO SOM-CPH-PERIOD.
005200
005200     READ CCHIST-FILE
005200         KEY IS SOM-CPH-KEY
005200         INVALID KEY
005200             CONTINUE
005200     END-READ.
005200
005200     IF SME-CPH-OK
005200         MOVE SOM-CCM-PTD-AMOUNT TO SOM-CPH-CLOSED-AMOUNT
005200         REWRITE SOM-CPH-RECORD
005200             INVALID KEY
005200                 CONTINUE
005200         END-REWRITE
005200     ELSE
005200         MOVE SOM-CCM-CODE       TO SOM-CPH-COST-CENTER
005200         MOVE SME-PERIOD         TO SOM-CPH-PERIOD
005200         MOVE SOM-CCM-PTD-AMOUNT TO SOM-CPH-CLOSED-AMOUNT
005200         MOVE ZERO               TO SOM-CPH-ADJ-COUNT
005200                                    SOM-CPH-ADJ-AMOUNT
005200         MOVE ZEROS              TO SOM-CPH-LAST-ADJ-NUMBER
005200         WRITE SOM-CPH-RECORD
005200             INVALID KEY
005200                 CONTINUE
005200         END-WRITE
005200     END-IF.
005200
005200     IF SME-CPH-OK
005200         ADD 1 TO SME-SNAP-COUNT
005200     ELSE
005200         DISPLAY "SOMMEND: SOMCCPH WRITE FAILED FOR "
005200             SOM-CCM-CODE ", STATUS " SME-CPH-STATUS
005200         MOVE "Y" TO SME-SNAP-FAIL-SWITCH
005200     END-IF.
005200
005200 3310-SNAPSHOT-ONE-CENTER-NEXT.
005200
005200     PERFORM 3320-READ-COST-CENTER
005200         THRU 3320-READ-COST-CENTER-EXIT.
005200
005200 3310-SNAPSHOT-ONE-CENTER-EXIT.
005200     EXIT.
005200
005200******************************************************************
005200* 3320-READ-COST-CENTER - READ THE NEXT COST-CENTER MASTER RECORD
005200*                        IN CODE SEQUENCE, FLAG EOF
005200******************************************************************
005200 3320-READ-COST-CENTER.
005200
005200     READ COSTCTR-FILE
005200         AT END
005200             MOVE "Y" TO SME-CCM-EOF-SWITCH
005200     END-READ.
005200
005200 3320-READ-COST-CENTER-EXIT.
005200     EXIT.
005210
005220 END PROGRAM SOMMEND.
