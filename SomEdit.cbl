000130*              AND PRINTED ON THE SOMERPT EDIT REPORT, AND ANY
000140*              ERROR FAILS THE EDIT (RETURN CODE 8) SO A BAD
000150*              FILE IS STOPPED BEFORE A SINGLE AMOUNT POSTS OR
000160*              THE CHECKPOINT SKIP LOGIC CAN MISBEHAVE.  A
000160*              RECORD NAMING AN EFFECTIVE PERIOD THAT IS NOT A
000160*              VALID CCYYMM, OR IS LATER THAN THE RUN PERIOD, IS
000160*              REJECTED THE SAME WAY.
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY:
000190*   DATE       INIT  DESCRIPTION
000200*   2026-08-21 JAN   ORIGINAL VERSION.
000200*   2026-10-01 JAN   EDITS THE NEW EFFECTIVE PERIOD: SPACES OR
000200*                    ZEROS (CURRENT PERIOD) PASS; ANYTHING ELSE
000200*                    MUST BE A VALID CCYYMM NO LATER THAN THE RUN
000200*                    PERIOD, OR THE RECORD IS REJECTED AND THE
000200*                    EDIT FAILS.
000210* Tectonics: cobc
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000810 77  SED-DUP-COUNT               PIC 9(07) COMP VALUE 0.
000820 77  SED-SEQ-COUNT               PIC 9(07) COMP VALUE 0.
000830 77  SED-REJECT-REASON           PIC X(30) VALUE SPACES.
000830 77  SED-EFF-COUNT               PIC 9(07) COMP VALUE 0.
000830 77  SED-RUN-PERIOD              PIC 9(06) VALUE ZEROS.
000830 77  SED-EFF-PERIOD              PIC 9(06) VALUE ZEROS.
000830 77  SED-EFF-YEAR                PIC 9(04) VALUE ZEROS.
000830 77  SED-EFF-MONTH               PIC 9(02) VALUE ZEROS.
000830
000830 77  SED-EFF-BAD-SWITCH          PIC X(01) VALUE "N".
000830     88  SED-EFF-BAD-YES                    VALUE "Y".
000830     88  SED-EFF-BAD-NO                     VALUE "N".
000840
000850******************************************************************
000860* SED-RPT-WORK-LINE AND ITS REDEFINES - THE REPORT LINE IS BUILT
001660     END-IF.
001670
001680     ACCEPT SED-RUN-DATE FROM DATE YYYYMMDD.
001680     DIVIDE SED-RUN-DATE BY 100 GIVING SED-RUN-PERIOD.
001690     MOVE SPACES TO SED-RPT-WORK-LINE.
001700     MOVE "TRANFILE EDIT REPORT, RUN DATE: "
001710         TO SED-RPT-HDG-LABEL.
001830* 2000-EDIT-ONE-RECORD - CHECK ONE TRANSACTION KEY AGAINST THE
001840*                       ONE BEFORE IT: EQUAL IS A DUPLICATE,
001850*                       LOWER IS OUT OF SEQUENCE; EITHER ONE IS
001860*                       REJECTED AND PRINTED.  A RECORD WITH
001860*                       A BAD EFFECTIVE PERIOD IS REJECTED FOR
001860*                       THAT ALONE.
001870******************************************************************
001880 2000-EDIT-ONE-RECORD.
001890
001900     ADD 1 TO SED-READ-COUNT.
001910
001910     PERFORM 2050-EDIT-EFF-PERIOD
001910         THRU 2050-EDIT-EFF-PERIOD-EXIT.
001910
001910     IF SED-EFF-BAD-YES
001910         ADD 1 TO SED-EFF-COUNT
001910         MOVE "N" TO SED-FIRST-RECORD-SWITCH
001910         PERFORM 2100-REJECT-RECORD
001910             THRU 2100-REJECT-RECORD-EXIT
001910         GO TO 2000-EDIT-ONE-RECORD-NEXT
001910     END-IF.
001910
001920     IF SED-FIRST-RECORD-YES
001930         MOVE "N" TO SED-FIRST-RECORD-SWITCH
001940         GO TO 2000-EDIT-ONE-RECORD-NEXT
002200 2000-EDIT-ONE-RECORD-EXIT.
002210     EXIT.
002220
002220******************************************************************
002220* 2050-EDIT-EFF-PERIOD - A TRANSACTION FOR THE CURRENT PERIOD
002220*                       CARRIES SPACES OR ZEROS; ANY OTHER
002220*                       EFFECTIVE PERIOD MUST BE A CCYYMM WITH A
002220*                       MONTH OF 01 TO 12, NO LATER THAN THE RUN
002220*                       PERIOD
002220******************************************************************
002220 2050-EDIT-EFF-PERIOD.
002220
002220     MOVE "N" TO SED-EFF-BAD-SWITCH.
002220
002220     IF SOM-TRAN-EFF-CURRENT
002220         GO TO 2050-EDIT-EFF-PERIOD-EXIT
002220     END-IF.
002220
002220     IF SOM-TRAN-EFF-PERIOD NOT NUMERIC
002220         MOVE "Y" TO SED-EFF-BAD-SWITCH
002220         MOVE "EFFECTIVE PERIOD INVALID" TO SED-REJECT-REASON
002220         GO TO 2050-EDIT-EFF-PERIOD-EXIT
002220     END-IF.
002220
002220     MOVE SOM-TRAN-EFF-PERIOD-N TO SED-EFF-PERIOD.
002220     DIVIDE SED-EFF-PERIOD BY 100 GIVING SED-EFF-YEAR
002220         REMAINDER SED-EFF-MONTH.
002220
002220     IF SED-EFF-MONTH < 1 OR SED-EFF-MONTH > 12
002220         MOVE "Y" TO SED-EFF-BAD-SWITCH
002220         MOVE "EFFECTIVE PERIOD INVALID" TO SED-REJECT-REASON
002220         GO TO 2050-EDIT-EFF-PERIOD-EXIT
002220     END-IF.
002220
002220     IF SED-EFF-PERIOD > SED-RUN-PERIOD
002220         MOVE "Y" TO SED-EFF-BAD-SWITCH
002220         MOVE "EFFECTIVE PERIOD IN THE FUTURE"
002220             TO SED-REJECT-REASON
002220     END-IF.
002220
002220 2050-EDIT-EFF-PERIOD-EXIT.
002220     EXIT.
002220
002230******************************************************************
002240* 2100-REJECT-RECORD - ONE REJECT RECORD AND ONE REPORT DETAIL
002250*                     LINE FOR THE OFFENDING TRANSACTION
003070     PERFORM 2300-WRITE-REPORT-LINE
003080         THRU 2300-WRITE-REPORT-LINE-EXIT.
003090
003090     MOVE SPACES               TO SED-RPT-WORK-LINE.
003090     MOVE "BAD EFFECTIVE PERIOD: " TO SED-RPT-TOT-LABEL.
003090     MOVE SED-EFF-COUNT        TO SED-RPT-TOT-COUNT.
003090     PERFORM 2300-WRITE-REPORT-LINE
003090         THRU 2300-WRITE-REPORT-LINE-EXIT.
003090
003100     CLOSE TRAN-FILE.
003110     CLOSE EDIT-REJECT-FILE.
003120     CLOSE EDIT-REPORT-FILE.
003130
003140     IF SED-DUP-COUNT > 0 OR SED-SEQ-COUNT > 0
003140        OR SED-EFF-COUNT > 0
003150         DISPLAY "SOMEDIT: EDIT FAILED - "
003160             SED-DUP-COUNT " DUPLICATES, "
003170             SED-SEQ-COUNT " OUT OF SEQUENCE, "
003170             SED-EFF-COUNT " BAD EFFECTIVE PERIOD"
003180         MOVE 8 TO RETURN-CODE
003190     ELSE
003200         DISPLAY "SOMEDIT: EDIT CLEAN, " SED-READ-COUNT
