000050* DATE-WRITTEN: 2026-08-09
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     NIGHTLY CYCLE DRIVER.  CALLS SOMSNAP, DISPLAYPGM,
000085*              SOMSTGN, SOMBUILD, SOMEDIT,
000090*              SOMANDO, SOMRCLS, SOMPADJ, SOMSCRN, SOMROLL,
000090*              SOMGLJV,
000090*              SOMSUSP,
000090*              SOMAPRL,
000090*              SOMRHLD,
000090*              SETPGM AND
000094*              SOMPROOF IN SEQUENCE (AND, ON THE PERIOD'S LAST
000094*              BUSINESS DAY, SOMALLC, SOMMEND, SOMBVAR AND
000094*              SOMPAY),
000095*              CHECKING EACH
000100*              STEP'S COMPLETION STATUS BEFORE CALLING THE NEXT
000110*              AND JOURNALING EVERY STEP'S START TIME, END TIME
000140*              AND RESUMES AT THE FIRST STEP THAT DID NOT
000150*              COMPLETE; THE SAME COMMAND LINE REACHES SOMANDO,
000160*              WHICH THEN RESUMES AT ITS OWN LAST CHECKPOINT.
000160*              HOWEVER THE CYCLE ENDS, SOMALDG THEN DIGESTS THE
000160*              NIGHT'S SOMALRT ALERTS FOR THE MORNING SHIFT.
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY:
000190*   DATE       INIT  DESCRIPTION
000357*                    COST-CENTER TOTALS REACH THE LEDGER AS
000358*                    BALANCED VOUCHER RECORDS INSTEAD OF BEING
000359*                    RE-KEYED BY HAND EVERY MORNING.
000359*   2026-10-01 JAN   ADDED THE SOMAPRL DUAL-CONTROL APPROVAL
000359*                    ROLL BETWEEN THE SUSPENSE ROLL AND THE
000359*                    REJECT HOLDING ROLL, SO APPROVED ITEMS
000359*                    REACH THE NEXT BUILD AND DECLINED ITEMS
000359*                    JOIN TONIGHT'S REJECTS BEFORE SOMRHLD
000359*                    MERGES THEM.
000359*   2026-10-01 JAN   ADDED THE SOMSTGN STANDING TRANSACTION
000359*                    GENERATOR AHEAD OF SOMBUILD.  IT IS
000359*                    PASSED THE CYCLE DATE AND WRITES THE
000359*                    NIGHT'S DUE STANDING CHARGES AS THE
000359*                    SOMSTRN BUILD SOURCE.
000359*   2026-10-01 JAN   ADDED THE SOMALLC OVERHEAD ALLOCATION
000359*                    AHEAD OF THE AUTOMATIC PERIOD-END CLOSE.
000359*                    IT IS PASSED THE SAME CALENDAR PERIOD AND
000359*                    CHARGES THE SHARED COST-CENTER POOLS BACK
000359*                    TO THEIR RECEIVERS; A RULE IN ERROR STOPS
000359*                    THE CYCLE BEFORE SOMMEND CLOSES THE PERIOD.
000359*   2026-10-01 JAN   ADDED THE SOMRCLS COST-CENTER RECLASS
000359*                    POSTING AFTER SOMANDO, PASSED THE CYCLE
000359*                    DATE SO ITS SOMTHIST PAIRS FILE UNDER THE
000359*                    SAME DATE AS THE NIGHT'S POSTINGS.
000359*   2026-10-01 JAN   ADDED THE SOMPADJ PRIOR-PERIOD ADJUSTMENT
000359*                    RUN AFTER SOMRCLS, PASSED THE CYCLE DATE
000359*                    SO THE ADJUSTMENTS IT APPENDS TO SOMMEXT
000359*                    ARE DATED WITH THE NIGHT THAT APPLIED THEM.
000359*   2026-10-01 JAN   ADDED THE SOMSCRN UNUSUAL-ACTIVITY
000359*                    SCREENING AFTER SOMPADJ, PASSED THE CYCLE
000359*                    DATE SO IT SCREENS THE NIGHT'S POSTINGS.
000359*                    NEW FLAGS FOR AUDIT END IT WITH A WARNING.
000359*   2026-10-01 JAN   ADDED THE SOMROLL COST-CENTER ROLLUP
000359*                    REPORT AFTER SOMSCRN, PASSED THE CYCLE DATE
000359*                    SO IT REPORTS THE CYCLE'S FISCAL PERIOD.
000359*                    A ROLLUP THAT DOES NOT TIE TO SOMEXT, OR AN
000359*                    ACTIVE CENTER OUTSIDE THE HIERARCHY, ENDS
000359*                    IT WITH A WARNING.
000359*   2026-10-01 JAN   A FRESH RUN NOW APPENDS THE PREVIOUS
000359*                    CYCLE'S JOURNAL TO THE NIGHTJRH HISTORY
000359*                    BEFORE TRUNCATING NIGHTJRN, SO THE NIGHTSLA
000359*                    ELAPSED-TIME ANALYSIS SEES MANY CYCLES.
000359*   2026-10-01 JAN   ADDED THE SOMSNAP MASTER-FILE SNAPSHOT AS
000359*                    THE FIRST STEP OF EVERY CYCLE, PASSED THE
000359*                    CYCLE DATE, SO SOMREST CAN PUT ALL THE
000359*                    MASTERS BACK TOGETHER TO THE START OF ANY
000359*                    RETAINED NIGHT.  A FAILED SNAPSHOT STOPS
000359*                    THE CYCLE BEFORE ANY MASTER IS UPDATED.
000359*   2026-10-01 JAN   AN ABORTED CYCLE NOW APPENDS A CYCABT ALERT
000359*                    NAMING THE FAILED STEP TO SOMALRT, AND EVERY
000359*                    CYCLE, CLEAN OR ABORTED, ENDS BY CALLING THE
000359*                    SOMALDG ALERT DIGEST.  THE DIGEST IS NOT
000359*                    JOURNALED AND ITS RETURN CODE DOES NOT
000359*                    CHANGE THE CYCLE'S OUTCOME.
000359*   2026-10-01 JAN   ADDED THE SOMPAY REIMBURSEMENT PAYMENT
000359*                    BATCH AFTER SOMBVAR ON THE PERIOD'S LAST
000359*                    BUSINESS DAY, PASSED THE SAME CALENDAR
000359*                    PERIOD.  BALANCES HELD FOR BANK DETAILS END
000359*                    IT WITH A WARNING.
000360* Tectonics: cobc
000370******************************************************************
000380 IDENTIFICATION DIVISION.
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS DRV-JRN-STATUS.
000462
000462     SELECT HISTORY-FILE ASSIGN "NIGHTJRH"
000462         ORGANIZATION IS LINE SEQUENTIAL
000462         FILE STATUS IS DRV-JRH-STATUS.
000462
000462     SELECT STATUS-FILE ASSIGN "SYSSTAT"
000462         ORGANIZATION IS LINE SEQUENTIAL
000462         FILE STATUS IS DRV-SYS-STATUS.
000470         RECORD KEY IS SOM-CAL-DATE
000472         FILE STATUS IS DRV-CAL-STATUS.
000470
000470     SELECT ALERT-FILE ASSIGN "SOMALRT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS DRV-ALT-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  JOURNAL-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 COPY NIGHTJRN.
000522
000522 FD  HISTORY-FILE
000522     LABEL RECORDS ARE STANDARD.
000522 COPY NIGHTJRH.
000522
000524 FD  CALENDAR-FILE
000526     LABEL RECORDS ARE STANDARD.
000528 COPY SOMCAL.
000529     LABEL RECORDS ARE STANDARD.
000529 COPY SYSSTAT.
000530
000530 FD  ALERT-FILE
000530     LABEL RECORDS ARE STANDARD.
000530 COPY SOMALRT.
000530
000540 WORKING-STORAGE SECTION.
000550
000560 77  DRV-STEP-NAME               PIC X(10) VALUE SPACES.
000630     88  DRV-JRN-EOF                        VALUE "10".
000640     88  DRV-JRN-FILE-NOT-FOUND             VALUE "35".
000650
000650 77  DRV-JRH-STATUS              PIC X(02) VALUE "00".
000650     88  DRV-JRH-OK                         VALUE "00".
000650     88  DRV-JRH-FILE-NOT-FOUND             VALUE "35".
000650
000650 77  DRV-JRH-COUNT               PIC 9(07) COMP VALUE 0.
000650
000641 77  DRV-SYS-STATUS              PIC X(02) VALUE "00".
000641     88  DRV-SYS-OK                         VALUE "00".
000641
000641 77  DRV-ALT-STATUS              PIC X(02) VALUE "00".
000641     88  DRV-ALT-OK                         VALUE "00".
000641     88  DRV-ALT-FILE-NOT-FOUND             VALUE "35".
000641
000641 77  DRV-ALT-OPEN-SWITCH         PIC X(01) VALUE "N".
000641     88  DRV-ALT-OPEN-YES                   VALUE "Y".
000641     88  DRV-ALT-OPEN-NO                    VALUE "N".
000641     88  DRV-ALT-OPEN-FAILED                VALUE "F".
000641
000642 77  DRV-CAL-STATUS              PIC X(02) VALUE "00".
000644     88  DRV-CAL-OK                         VALUE "00".
000646     88  DRV-CAL-NOT-FOUND                  VALUE "23".
000800     88  DRV-JRN-OPEN-YES                   VALUE "Y".
000810     88  DRV-JRN-OPEN-NO                    VALUE "N".
000820
000825 77  DRV-SOMSNAP-DONE-SWITCH     PIC X(01) VALUE "N".
000825     88  DRV-SOMSNAP-DONE-YES               VALUE "Y".
000830 77  DRV-DISPLAY-DONE-SWITCH     PIC X(01) VALUE "N".
000840     88  DRV-DISPLAY-DONE-YES               VALUE "Y".
000840 77  DRV-SOMSTGN-DONE-SWITCH     PIC X(01) VALUE "N".
000840     88  DRV-SOMSTGN-DONE-YES               VALUE "Y".
000841 77  DRV-SOMBUILD-DONE-SWITCH    PIC X(01) VALUE "N".
000841     88  DRV-SOMBUILD-DONE-YES              VALUE "Y".
000842 77  DRV-SOMEDIT-DONE-SWITCH     PIC X(01) VALUE "N".
000844     88  DRV-SOMEDIT-DONE-YES               VALUE "Y".
000850 77  DRV-SOMANDO-DONE-SWITCH     PIC X(01) VALUE "N".
000860     88  DRV-SOMANDO-DONE-YES               VALUE "Y".
000861 77  DRV-SOMRCLS-DONE-SWITCH     PIC X(01) VALUE "N".
000861     88  DRV-SOMRCLS-DONE-YES               VALUE "Y".
000861 77  DRV-SOMPADJ-DONE-SWITCH     PIC X(01) VALUE "N".
000861     88  DRV-SOMPADJ-DONE-YES               VALUE "Y".
000861 77  DRV-SOMSCRN-DONE-SWITCH     PIC X(01) VALUE "N".
000861     88  DRV-SOMSCRN-DONE-YES               VALUE "Y".
000861 77  DRV-SOMROLL-DONE-SWITCH     PIC X(01) VALUE "N".
000861     88  DRV-SOMROLL-DONE-YES               VALUE "Y".
000862 77  DRV-SOMGLJV-DONE-SWITCH     PIC X(01) VALUE "N".
000864     88  DRV-SOMGLJV-DONE-YES               VALUE "Y".
000870 77  DRV-SOMSUSP-DONE-SWITCH     PIC X(01) VALUE "N".
000880     88  DRV-SOMSUSP-DONE-YES               VALUE "Y".
000882 77  DRV-SOMRHLD-DONE-SWITCH     PIC X(01) VALUE "N".
000884     88  DRV-SOMRHLD-DONE-YES               VALUE "Y".
000884 77  DRV-SOMAPRL-DONE-SWITCH     PIC X(01) VALUE "N".
000884     88  DRV-SOMAPRL-DONE-YES               VALUE "Y".
000890 77  DRV-SETPGM-DONE-SWITCH      PIC X(01) VALUE "N".
000900     88  DRV-SETPGM-DONE-YES                VALUE "Y".
000901 77  DRV-SOMPROOF-DONE-SWITCH    PIC X(01) VALUE "N".
000901     88  DRV-SOMPROOF-DONE-YES              VALUE "Y".
000901 77  DRV-SOMALLC-DONE-SWITCH     PIC X(01) VALUE "N".
000901     88  DRV-SOMALLC-DONE-YES               VALUE "Y".
000902 77  DRV-SOMMEND-DONE-SWITCH     PIC X(01) VALUE "N".
000904     88  DRV-SOMMEND-DONE-YES               VALUE "Y".
000906 77  DRV-SOMBVAR-DONE-SWITCH     PIC X(01) VALUE "N".
000908     88  DRV-SOMBVAR-DONE-YES               VALUE "Y".
000908 77  DRV-SOMPAY-DONE-SWITCH      PIC X(01) VALUE "N".
000908     88  DRV-SOMPAY-DONE-YES                VALUE "Y".
000910
000910******************************************************************
000910* DRV-ALERT-FIELDS - ONE ALERT FOR THE END-OF-CYCLE DIGEST, SET
000910* UP HERE BEFORE EACH PERFORM OF THE ALERT WRITE.  SEVERITY
000910* 1 = INFO, 2 = WARNING, 3 = CRITICAL; SETPARM MAY RE-RANK IT.
000910******************************************************************
000910 01  DRV-ALERT-FIELDS.
000910     05  DRV-ALT-SEVERITY            PIC 9(01) VALUE ZERO.
000910     05  DRV-ALT-CODE                PIC X(06) VALUE SPACES.
000910     05  DRV-ALT-KEY                 PIC X(12) VALUE SPACES.
000910     05  DRV-ALT-MESSAGE             PIC X(46) VALUE SPACES.
000910
000910 01  DRV-ALT-ABORT-MSG.
000910     05  FILLER                      PIC X(32)
000910         VALUE "CYCLE ABORTED, STEP RETURN CODE ".
000910     05  DRV-ALT-ABORT-RC            PIC 9(02).
000910     05  FILLER                      PIC X(12) VALUE SPACES.
000910
000920 PROCEDURE DIVISION.
000930******************************************************************
001114     PERFORM 0850-SET-CYCLE-ACTIVE
001116         THRU 0850-SET-CYCLE-ACTIVE-EXIT.
001120
001125     IF DRV-ABORT-NO AND NOT DRV-SOMSNAP-DONE-YES
001125         PERFORM 0980-RUN-SOMSNAP
001125             THRU 0980-RUN-SOMSNAP-EXIT
001125     END-IF.
001125
001130     IF DRV-ABORT-NO AND NOT DRV-DISPLAY-DONE-YES
001140         PERFORM 1000-RUN-DISPLAY
001150             THRU 1000-RUN-DISPLAY-EXIT
001160     END-IF.
001170
001170     IF DRV-ABORT-NO AND NOT DRV-SOMSTGN-DONE-YES
001170         PERFORM 1200-RUN-SOMSTGN
001170             THRU 1200-RUN-SOMSTGN-EXIT
001170     END-IF.
001170
001171     IF DRV-ABORT-NO AND NOT DRV-SOMBUILD-DONE-YES
001171         PERFORM 1300-RUN-SOMBUILD
001171             THRU 1300-RUN-SOMBUILD-EXIT
001200             THRU 2000-RUN-SOMANDO-EXIT
001210     END-IF.
001212
001212     IF DRV-ABORT-NO AND NOT DRV-SOMRCLS-DONE-YES
001212         PERFORM 2100-RUN-SOMRCLS
001212             THRU 2100-RUN-SOMRCLS-EXIT
001212     END-IF.
001212
001212     IF DRV-ABORT-NO AND NOT DRV-SOMPADJ-DONE-YES
001212         PERFORM 2150-RUN-SOMPADJ
001212             THRU 2150-RUN-SOMPADJ-EXIT
001212     END-IF.
001212
001212     IF DRV-ABORT-NO AND NOT DRV-SOMSCRN-DONE-YES
001212         PERFORM 2170-RUN-SOMSCRN
001212             THRU 2170-RUN-SOMSCRN-EXIT
001212     END-IF.
001212
001212     IF DRV-ABORT-NO AND NOT DRV-SOMROLL-DONE-YES
001212         PERFORM 2180-RUN-SOMROLL
001212             THRU 2180-RUN-SOMROLL-EXIT
001212     END-IF.
001212
001214     IF DRV-ABORT-NO AND NOT DRV-SOMGLJV-DONE-YES
001216         PERFORM 2200-RUN-SOMGLJV
001218             THRU 2200-RUN-SOMGLJV-EXIT
001250             THRU 2500-RUN-SOMSUSP-EXIT
001260     END-IF.
001270
001271     IF DRV-ABORT-NO AND NOT DRV-SOMAPRL-DONE-YES
001271         PERFORM 2600-RUN-SOMAPRL
001271             THRU 2600-RUN-SOMAPRL-EXIT
001271     END-IF.
001271
001272     IF DRV-ABORT-NO AND NOT DRV-SOMRHLD-DONE-YES
001274         PERFORM 2700-RUN-SOMRHLD
001276             THRU 2700-RUN-SOMRHLD-EXIT
001321     END-IF.
001321
001322     IF DRV-ABORT-NO AND DRV-PERIOD-END-YES
001322        AND NOT DRV-SOMALLC-DONE-YES
001322         PERFORM 3400-RUN-SOMALLC
001322             THRU 3400-RUN-SOMALLC-EXIT
001322     END-IF.
001322
001322     IF DRV-ABORT-NO AND DRV-PERIOD-END-YES
001324        AND NOT DRV-SOMMEND-DONE-YES
001325         PERFORM 3500-RUN-SOMMEND
001326             THRU 3500-RUN-SOMMEND-EXIT
001327         PERFORM 3600-RUN-SOMBVAR
001327             THRU 3600-RUN-SOMBVAR-EXIT
001327     END-IF.
001327
001327     IF DRV-ABORT-NO AND DRV-PERIOD-END-YES
001327        AND NOT DRV-SOMPAY-DONE-YES
001327         PERFORM 3700-RUN-SOMPAY
001327             THRU 3700-RUN-SOMPAY-EXIT
001327     END-IF.
001328
001330     PERFORM 0900-WRITE-CYCLE-TRAILER
001340         THRU 0900-WRITE-CYCLE-TRAILER-EXIT.
001342
001344     PERFORM 0950-CLEAR-CYCLE-ACTIVE
001346         THRU 0950-CLEAR-CYCLE-ACTIVE-EXIT.
001346
001346     IF DRV-ABORT-YES
001346         PERFORM 3800-RAISE-ABORT-ALERT
001346             THRU 3800-RAISE-ABORT-ALERT-EXIT
001346     END-IF.
001346
001346     PERFORM 3900-RUN-SOMALDG
001346         THRU 3900-RUN-SOMALDG-EXIT.
001350
001360     IF DRV-JRN-OPEN-YES
001370         CLOSE JOURNAL-FILE
001990 0520-MARK-COMPLETED-STEP.
002000
002010     IF DRV-JRN-STEP AND DRV-JRN-RETURN-CODE <= 4
002015         IF DRV-JRN-STEP-NAME = "SOMSNAP"
002015             MOVE "Y" TO DRV-SOMSNAP-DONE-SWITCH
002015         END-IF
002020         IF DRV-JRN-STEP-NAME = "DISPLAYPGM"
002030             MOVE "Y" TO DRV-DISPLAY-DONE-SWITCH
002040         END-IF
002040         IF DRV-JRN-STEP-NAME = "SOMSTGN"
002040             MOVE "Y" TO DRV-SOMSTGN-DONE-SWITCH
002040         END-IF
002041         IF DRV-JRN-STEP-NAME = "SOMBUILD"
002041             MOVE "Y" TO DRV-SOMBUILD-DONE-SWITCH
002041         END-IF
002050         IF DRV-JRN-STEP-NAME = "SOMANDO"
002060             MOVE "Y" TO DRV-SOMANDO-DONE-SWITCH
002070         END-IF
002071         IF DRV-JRN-STEP-NAME = "SOMRCLS"
002071             MOVE "Y" TO DRV-SOMRCLS-DONE-SWITCH
002071         END-IF
002071         IF DRV-JRN-STEP-NAME = "SOMPADJ"
002071             MOVE "Y" TO DRV-SOMPADJ-DONE-SWITCH
002071         END-IF
002071         IF DRV-JRN-STEP-NAME = "SOMSCRN"
002071             MOVE "Y" TO DRV-SOMSCRN-DONE-SWITCH
002071         END-IF
002071         IF DRV-JRN-STEP-NAME = "SOMROLL"
002071             MOVE "Y" TO DRV-SOMROLL-DONE-SWITCH
002071         END-IF
002072         IF DRV-JRN-STEP-NAME = "SOMGLJV"
002074             MOVE "Y" TO DRV-SOMGLJV-DONE-SWITCH
002076         END-IF
002080         IF DRV-JRN-STEP-NAME = "SOMSUSP"
002090             MOVE "Y" TO DRV-SOMSUSP-DONE-SWITCH
002100         END-IF
002101         IF DRV-JRN-STEP-NAME = "SOMAPRL"
002101             MOVE "Y" TO DRV-SOMAPRL-DONE-SWITCH
002101         END-IF
002102         IF DRV-JRN-STEP-NAME = "SOMRHLD"
002104             MOVE "Y" TO DRV-SOMRHLD-DONE-SWITCH
002106         END-IF
002131         IF DRV-JRN-STEP-NAME = "SOMPROOF"
002131             MOVE "Y" TO DRV-SOMPROOF-DONE-SWITCH
002131         END-IF
002131         IF DRV-JRN-STEP-NAME = "SOMALLC"
002131             MOVE "Y" TO DRV-SOMALLC-DONE-SWITCH
002131         END-IF
002132         IF DRV-JRN-STEP-NAME = "SOMMEND"
002134             MOVE "Y" TO DRV-SOMMEND-DONE-SWITCH
002136         END-IF
002137         IF DRV-JRN-STEP-NAME = "SOMBVAR"
002138             MOVE "Y" TO DRV-SOMBVAR-DONE-SWITCH
002139         END-IF
002139         IF DRV-JRN-STEP-NAME = "SOMPAY"
002139             MOVE "Y" TO DRV-SOMPAY-DONE-SWITCH
002139         END-IF
002140     END-IF.
002150
002160     PERFORM 0510-READ-JOURNAL-RECORD
002220******************************************************************
002230* 0700-OPEN-JOURNAL - A FRESH RUN STARTS A FRESH JOURNAL; A
002240*                    RESTART RUN APPENDS TO LAST NIGHT'S SO THE
002250*                    WHOLE CYCLE'S STORY STAYS IN ONE PLACE.
002250*                    THE JOURNAL A FRESH RUN IS ABOUT TO
002250*                    TRUNCATE IS FIRST APPENDED TO NIGHTJRH.
002260******************************************************************
002270 0700-OPEN-JOURNAL.
002280
002320             OPEN OUTPUT JOURNAL-FILE
002330         END-IF
002340     ELSE
002340         PERFORM 0750-ARCHIVE-JOURNAL
002340             THRU 0750-ARCHIVE-JOURNAL-EXIT
002350         OPEN OUTPUT JOURNAL-FILE
002360     END-IF.
002370
002450 0700-OPEN-JOURNAL-EXIT.
002460     EXIT.
002470
002470******************************************************************
002470* 0750-ARCHIVE-JOURNAL - COPY THE PREVIOUS CYCLE'S JOURNAL (WITH
002470*                       ANY RESTART RUNS APPENDED TO IT) ONTO
002470*                       THE END OF THE NIGHTJRH HISTORY, SO THE
002470*                       ELAPSED-TIME ANALYSIS CAN SEE MANY
002470*                       CYCLES.  A HISTORY THAT CANNOT BE
002470*                       WRITTEN IS WARNED ABOUT, NOT FATAL.
002470******************************************************************
002470 0750-ARCHIVE-JOURNAL.
002470
002470     MOVE "N" TO DRV-JRN-EOF-SWITCH.
002470     MOVE 0   TO DRV-JRH-COUNT.
002470
002470     OPEN INPUT JOURNAL-FILE.
002470
002470     IF NOT DRV-JRN-OK
002470*        NO JOURNAL YET - NOTHING TO KEEP.
002470         GO TO 0750-ARCHIVE-JOURNAL-EXIT
002470     END-IF.
002470
002470     OPEN EXTEND HISTORY-FILE.
002470
002470     IF DRV-JRH-FILE-NOT-FOUND
002470         OPEN OUTPUT HISTORY-FILE
002470     END-IF.
002470
002470     IF NOT DRV-JRH-OK
002470         DISPLAY "NIGHTDRV: UNABLE TO OPEN NIGHTJRH, STATUS "
002470             DRV-JRH-STATUS ", PREVIOUS JOURNAL NOT RETAINED"
002470         CLOSE JOURNAL-FILE
002470         GO TO 0750-ARCHIVE-JOURNAL-EXIT
002470     END-IF.
002470
002470     PERFORM 0510-READ-JOURNAL-RECORD
002470         THRU 0510-READ-JOURNAL-RECORD-EXIT.
002470
002470     PERFORM 0760-ARCHIVE-ONE-RECORD
002470         THRU 0760-ARCHIVE-ONE-RECORD-EXIT
002470         UNTIL DRV-JRN-EOF-YES.
002470
002470     CLOSE JOURNAL-FILE.
002470     CLOSE HISTORY-FILE.
002470
002470 0750-ARCHIVE-JOURNAL-EXIT.
002470     EXIT.
002470
002470******************************************************************
002470* 0760-ARCHIVE-ONE-RECORD - APPEND ONE JOURNAL RECORD TO THE
002470*                          HISTORY AND READ THE NEXT
002470******************************************************************
002470 0760-ARCHIVE-ONE-RECORD.
002470
002470     WRITE DRV-HISTORY-RECORD FROM DRV-JOURNAL-RECORD.
002470
002470     IF DRV-JRH-OK
002470         ADD 1 TO DRV-JRH-COUNT
002470     ELSE
002470         DISPLAY "NIGHTDRV: NIGHTJRH WRITE FAILED, STATUS "
002470             DRV-JRH-STATUS
002470     END-IF.
002470
002470     PERFORM 0510-READ-JOURNAL-RECORD
002470         THRU 0510-READ-JOURNAL-RECORD-EXIT.
002470
002470 0760-ARCHIVE-ONE-RECORD-EXIT.
002470     EXIT.
002470
002480******************************************************************
002490* 0800-WRITE-CYCLE-HEADER - ONE HEADER RECORD CARRYING THE RUN
002500*                          DATE AND STARTING DISPOSITION
003051 0950-CLEAR-CYCLE-ACTIVE-EXIT.
003051     EXIT.
003051
003055******************************************************************
003055* 0980-RUN-SOMSNAP - CALL THE MASTER-FILE SNAPSHOT FOR THE CYCLE
003055*                   DATE BEFORE ANY STEP UPDATES A MASTER
003055******************************************************************
003055 0980-RUN-SOMSNAP.
003055
003055     MOVE "SOMSNAP" TO DRV-STEP-NAME.
003055     ACCEPT DRV-STEP-START-TIME FROM TIME.
003055
003055     CALL "SOMSNAP" USING DRV-RUN-DATE.
003055
003055     MOVE RETURN-CODE TO DRV-STEP-RC.
003055
003055     PERFORM 4000-JOURNAL-STEP-END
003055         THRU 4000-JOURNAL-STEP-END-EXIT.
003055
003055 0980-RUN-SOMSNAP-EXIT.
003055     EXIT.
003055
003060******************************************************************
003070* 1000-RUN-DISPLAY - CALL THE EMPLOYEE LOOKUP STEP
003080******************************************************************
003210 1000-RUN-DISPLAY-EXIT.
003220     EXIT.
003230
003220******************************************************************
003220* 1200-RUN-SOMSTGN - CALL THE STANDING TRANSACTION GENERATOR
003220*                   FOR THE CYCLE DATE, AHEAD OF THE BUILD THAT
003220*                   MERGES ITS SOMSTRN FEED
003220******************************************************************
003220 1200-RUN-SOMSTGN.
003220
003220     MOVE "SOMSTGN" TO DRV-STEP-NAME.
003220     ACCEPT DRV-STEP-START-TIME FROM TIME.
003220
003220     CALL "SOMSTGN" USING DRV-RUN-DATE.
003220
003220     MOVE RETURN-CODE TO DRV-STEP-RC.
003220
003220     PERFORM 4000-JOURNAL-STEP-END
003220         THRU 4000-JOURNAL-STEP-END-EXIT.
003220
003220 1200-RUN-SOMSTGN-EXIT.
003220     EXIT.
003220
003230******************************************************************
003230* 1300-RUN-SOMBUILD - CALL THE TRANFILE BUILD; AN UNBALANCED
003230*                    SOURCE FEED STOPS THE CYCLE HERE
003390 2000-RUN-SOMANDO-EXIT.
003400     EXIT.
003410
003410******************************************************************
003410* 2100-RUN-SOMRCLS - CALL THE COST-CENTER RECLASS POSTING FOR
003410*                   THE CYCLE DATE
003410******************************************************************
003410 2100-RUN-SOMRCLS.
003410
003410     MOVE "SOMRCLS" TO DRV-STEP-NAME.
003410     ACCEPT DRV-STEP-START-TIME FROM TIME.
003410
003410     CALL "SOMRCLS" USING DRV-RUN-DATE.
003410
003410     MOVE RETURN-CODE TO DRV-STEP-RC.
003410
003410     PERFORM 4000-JOURNAL-STEP-END
003410         THRU 4000-JOURNAL-STEP-END-EXIT.
003410
003410 2100-RUN-SOMRCLS-EXIT.
003410     EXIT.
003410
003410******************************************************************
003410* 2150-RUN-SOMPADJ - CALL THE PRIOR-PERIOD ADJUSTMENT RUN FOR
003410*                   THE CYCLE DATE
003410******************************************************************
003410 2150-RUN-SOMPADJ.
003410
003410     MOVE "SOMPADJ" TO DRV-STEP-NAME.
003410     ACCEPT DRV-STEP-START-TIME FROM TIME.
003410
003410     CALL "SOMPADJ" USING DRV-RUN-DATE.
003410
003410     MOVE RETURN-CODE TO DRV-STEP-RC.
003410
003410     PERFORM 4000-JOURNAL-STEP-END
003410         THRU 4000-JOURNAL-STEP-END-EXIT.
003410
003410 2150-RUN-SOMPADJ-EXIT.
003410     EXIT.
003410
003410******************************************************************
003410* 2170-RUN-SOMSCRN - CALL THE UNUSUAL-ACTIVITY SCREENING FOR THE
003410*                   CYCLE DATE
003410******************************************************************
003410 2170-RUN-SOMSCRN.
003410
003410     MOVE "SOMSCRN" TO DRV-STEP-NAME.
003410     ACCEPT DRV-STEP-START-TIME FROM TIME.
003410
003410     CALL "SOMSCRN" USING DRV-RUN-DATE.
003410
003410     MOVE RETURN-CODE TO DRV-STEP-RC.
003410
003410     PERFORM 4000-JOURNAL-STEP-END
003410         THRU 4000-JOURNAL-STEP-END-EXIT.
003410
003410 2170-RUN-SOMSCRN-EXIT.
003410     EXIT.
003410
003410******************************************************************
003410* 2180-RUN-SOMROLL - CALL THE COST-CENTER ROLLUP REPORT FOR THE
003410*                   CYCLE DATE
003410******************************************************************
003410 2180-RUN-SOMROLL.
003410
003410     MOVE "SOMROLL" TO DRV-STEP-NAME.
003410     ACCEPT DRV-STEP-START-TIME FROM TIME.
003410
003410     CALL "SOMROLL" USING DRV-RUN-DATE.
003410
003410     MOVE RETURN-CODE TO DRV-STEP-RC.
003410
003410     PERFORM 4000-JOURNAL-STEP-END
003410         THRU 4000-JOURNAL-STEP-END-EXIT.
003410
003410 2180-RUN-SOMROLL-EXIT.
003410     EXIT.
003410
003411******************************************************************
003412* 2200-RUN-SOMGLJV - CALL THE JOURNAL VOUCHER BUILD OVER THE
003413*                   POSTING RUN'S EXTRACT
003580 2500-RUN-SOMSUSP-EXIT.
003590     EXIT.
003600
003600******************************************************************
003600* 2600-RUN-SOMAPRL - CALL THE DUAL-CONTROL APPROVAL ROLL FOR
003600*                   THE DECIDED SOMPEND ITEMS
003600******************************************************************
003600 2600-RUN-SOMAPRL.
003600
003600     MOVE "SOMAPRL" TO DRV-STEP-NAME.
003600     ACCEPT DRV-STEP-START-TIME FROM TIME.
003600
003600     CALL "SOMAPRL".
003600
003600     MOVE RETURN-CODE TO DRV-STEP-RC.
003600
003600     PERFORM 4000-JOURNAL-STEP-END
003600         THRU 4000-JOURNAL-STEP-END-EXIT.
003600
003600 2600-RUN-SOMAPRL-EXIT.
003600     EXIT.
003600
003601******************************************************************
003602* 2700-RUN-SOMRHLD - CALL THE REJECT HOLDING ROLL FOR THE
003603*                   POSTING RUN'S REJECT RECORDS
003777 3200-RUN-SOMPROOF-EXIT.
003778     EXIT.
003779
003779******************************************************************
003779* 3400-RUN-SOMALLC - ON THE PERIOD'S LAST BUSINESS DAY THE SHARED
003779*                   COST-CENTER POOLS ARE CHARGED BACK TO THEIR
003779*                   RECEIVERS BEFORE THE CLOSE, FOR THE SAME
003779*                   CALENDAR PERIOD
003779******************************************************************
003779 3400-RUN-SOMALLC.
003779
003779     MOVE "SOMALLC" TO DRV-STEP-NAME.
003779     ACCEPT DRV-STEP-START-TIME FROM TIME.
003779
003779     CALL "SOMALLC" USING DRV-MEND-PERIOD.
003779
003779     MOVE RETURN-CODE TO DRV-STEP-RC.
003779
003779     PERFORM 4000-JOURNAL-STEP-END
003779         THRU 4000-JOURNAL-STEP-END-EXIT.
003779
003779 3400-RUN-SOMALLC-EXIT.
003779     EXIT.
003779
003781******************************************************************
003782* 3500-RUN-SOMMEND - ON THE PERIOD'S LAST BUSINESS DAY, A CLEAN
003783*                   CYCLE CLOSES THE PERIOD ITSELF, PASSING THE
003787 3600-RUN-SOMBVAR-EXIT.
003788     EXIT.
003789
003789******************************************************************
003789* 3700-RUN-SOMPAY - THE REIMBURSEMENT PAYMENT BATCH PAYS THE
003789*                  PERIOD-TO-DATE BALANCES OF THE SAME CALENDAR
003789*                  PERIOD ONCE THE CLOSE HAS RUN
003789******************************************************************
003789 3700-RUN-SOMPAY.
003789
003789     MOVE "SOMPAY" TO DRV-STEP-NAME.
003789     ACCEPT DRV-STEP-START-TIME FROM TIME.
003789
003789     CALL "SOMPAY" USING DRV-MEND-PERIOD.
003789
003789     MOVE RETURN-CODE TO DRV-STEP-RC.
003789
003789     PERFORM 4000-JOURNAL-STEP-END
003789         THRU 4000-JOURNAL-STEP-END-EXIT.
003789
003789 3700-RUN-SOMPAY-EXIT.
003789     EXIT.
003789
003789******************************************************************
003789* 3800-RAISE-ABORT-ALERT - A CRITICAL CYCABT ALERT NAMING THE STEP
003789*                         THAT STOPPED THE CYCLE, WRITTEN AND
003789*                         CLOSED BEFORE THE DIGEST READS SOMALRT
003789******************************************************************
003789 3800-RAISE-ABORT-ALERT.
003789
003789     MOVE DRV-STEP-RC       TO DRV-ALT-ABORT-RC.
003789     MOVE 3                 TO DRV-ALT-SEVERITY.
003789     MOVE "CYCABT"          TO DRV-ALT-CODE.
003789     MOVE DRV-STEP-NAME     TO DRV-ALT-KEY.
003789     MOVE DRV-ALT-ABORT-MSG TO DRV-ALT-MESSAGE.
003789
003789     PERFORM 4100-WRITE-ALERT
003789         THRU 4100-WRITE-ALERT-EXIT.
003789
003789     IF DRV-ALT-OPEN-YES
003789         CLOSE ALERT-FILE
003789         MOVE "N" TO DRV-ALT-OPEN-SWITCH
003789     END-IF.
003789
003789 3800-RAISE-ABORT-ALERT-EXIT.
003789     EXIT.
003789
003789******************************************************************
003789* 3900-RUN-SOMALDG - THE END-OF-CYCLE ALERT DIGEST.  IT RUNS AFTER
003789*                   A CLEAN CYCLE AND AN ABORTED ONE ALIKE, IS NOT
003789*                   JOURNALED (SO A RESTART RUNS IT AGAIN OVER
003789*                   WHATEVER ALERTS ARRIVED SINCE) AND ITS RETURN
003789*                   CODE NEVER CHANGES THE CYCLE'S OUTCOME
003789******************************************************************
003789 3900-RUN-SOMALDG.
003789
003789     CALL "SOMALDG" USING DRV-RUN-DATE.
003789
003789     IF RETURN-CODE >= 8
003789         DISPLAY "NIGHTDRV: SOMALDG ALERT DIGEST FAILED, RC "
003789             RETURN-CODE " - CYCLE OUTCOME UNCHANGED"
003789     END-IF.
003789
003789 3900-RUN-SOMALDG-EXIT.
003789     EXIT.
003789
003790******************************************************************
003800* 4000-JOURNAL-STEP-END - WRITE THE STEP'S JOURNAL RECORD AND
003810*                        ABORT THE CHAIN ON RETURN CODE 8 OR
004070 4000-JOURNAL-STEP-END-EXIT.
004080     EXIT.
004090
004090******************************************************************
004090* 4100-WRITE-ALERT - APPEND ONE ALERT TO SOMALRT FOR THE
004090*                    END-OF-CYCLE DIGEST, OPENING IT ON FIRST USE.
004090*                    A FAILED ALERT IS ONLY DISPLAYED - IT NEVER
004090*                    CHANGES THE STEP'S COMPLETION CODE
004090******************************************************************
004090 4100-WRITE-ALERT.
004090
004090     IF DRV-ALT-OPEN-FAILED
004090         GO TO 4100-WRITE-ALERT-EXIT
004090     END-IF.
004090
004090     IF DRV-ALT-OPEN-NO
004090         OPEN EXTEND ALERT-FILE
004090         IF DRV-ALT-FILE-NOT-FOUND
004090             OPEN OUTPUT ALERT-FILE
004090         END-IF
004090         IF DRV-ALT-OK
004090             MOVE "Y" TO DRV-ALT-OPEN-SWITCH
004090         ELSE
004090             DISPLAY "NIGHTDRV: UNABLE TO OPEN SOMALRT, STATUS "
004090                 DRV-ALT-STATUS
004090             MOVE "F" TO DRV-ALT-OPEN-SWITCH
004090             GO TO 4100-WRITE-ALERT-EXIT
004090         END-IF
004090     END-IF.
004090
004090     MOVE DRV-RUN-DATE      TO SOM-ALT-CYCLE-DATE.
004090     ACCEPT SOM-ALT-TIME FROM TIME.
004090     MOVE "NIGHTDRV"        TO SOM-ALT-STEP.
004090     MOVE DRV-ALT-SEVERITY  TO SOM-ALT-SEVERITY.
004090     MOVE DRV-ALT-CODE      TO SOM-ALT-CODE.
004090     MOVE DRV-ALT-KEY       TO SOM-ALT-KEY.
004090     MOVE DRV-ALT-MESSAGE   TO SOM-ALT-MESSAGE.
004090
004090     WRITE SOM-ALT-RECORD.
004090
004090     IF NOT DRV-ALT-OK
004090         DISPLAY "NIGHTDRV: SOMALRT WRITE FAILED, STATUS "
004090             DRV-ALT-STATUS
004090     END-IF.
004090
004090 4100-WRITE-ALERT-EXIT.
004090     EXIT.
004090
004100******************************************************************
004110* 5000-WRITE-JOURNAL-RECORD - WRITE THE JOURNAL RECORD ALREADY
004120*                            BUILT AND CHECK THE STATUS
