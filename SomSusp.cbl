000258*                    ADJUSTMENT - SO THE END-OF-CYCLE PROOF
000260*                    (SOMPROOF) CAN TIE THE SUSPENSE FILE'S
000262*                    CLOSING BALANCE BACK TO ITS ACTIVITY.
000262*   2026-09-17 JAN   A SUSPENSE ITEM NOW KEEPS THE CURRENCY ITS
000262*                    EXCEPTION CARRIED, AND A RELEASED ITEM
000262*                    RECYCLES IN THAT CURRENCY SO THE POSTING
000262*                    RUN CONVERTS IT AT THE RATE OF THE NIGHT
000262*                    IT FINALLY POSTS.
000262*   2026-10-01 JAN   EACH ITEM AGED 10 OR MORE DAYS NOW ALSO
000262*                    APPENDS A SUSAGE ALERT TO SOMALRT FOR THE
000262*                    END-OF-CYCLE DIGEST.
000220* Tectonics: cobc
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000466         ORGANIZATION IS LINE SEQUENTIAL
000468         FILE STATUS IS SSP-SCT-STATUS.
000470
000470     SELECT ALERT-FILE ASSIGN "SOMALRT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS SSP-ALT-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  SUSPENSE-FILE
000646     LABEL RECORDS ARE STANDARD.
000648 COPY SOMSCTL.
000650
000650 FD  ALERT-FILE
000650     LABEL RECORDS ARE STANDARD.
000650 COPY SOMALRT.
000650
000660 WORKING-STORAGE SECTION.
000670 77  SSP-SUS-STATUS              PIC X(02) VALUE "00".
000680     88  SSP-SUS-OK                         VALUE "00".
000834 77  SSP-SCT-STATUS              PIC X(02) VALUE "00".
000836     88  SSP-SCT-OK                         VALUE "00".
000840
000840 77  SSP-ALT-STATUS              PIC X(02) VALUE "00".
000840     88  SSP-ALT-OK                         VALUE "00".
000840     88  SSP-ALT-FILE-NOT-FOUND             VALUE "35".
000840
000840 77  SSP-ALT-OPEN-SWITCH         PIC X(01) VALUE "N".
000840     88  SSP-ALT-OPEN-YES                   VALUE "Y".
000840     88  SSP-ALT-OPEN-NO                    VALUE "N".
000840     88  SSP-ALT-OPEN-FAILED                VALUE "F".
000840
000850 77  SSP-SUS-EOF-SWITCH          PIC X(01) VALUE "N".
000860     88  SSP-SUS-EOF-YES                    VALUE "Y".
000870     88  SSP-SUS-EOF-NO                     VALUE "N".
001360     05  SSP-AGE-TOT-COUNT           PIC ZZZZ9.
001370     05  FILLER                      PIC X(53).
001380
001380******************************************************************
001380* SSP-ALERT-FIELDS - ONE ALERT FOR THE END-OF-CYCLE DIGEST, SET
001380* UP HERE BEFORE EACH PERFORM OF THE ALERT WRITE.  SEVERITY
001380* 1 = INFO, 2 = WARNING, 3 = CRITICAL; SETPARM MAY RE-RANK IT.
001380******************************************************************
001380 01  SSP-ALERT-FIELDS.
001380     05  SSP-ALT-SEVERITY            PIC 9(01) VALUE ZERO.
001380     05  SSP-ALT-CODE                PIC X(06) VALUE SPACES.
001380     05  SSP-ALT-KEY                 PIC X(12) VALUE SPACES.
001380     05  SSP-ALT-MESSAGE             PIC X(46) VALUE SPACES.
001380
001380 01  SSP-ALT-MSG-WORK.
001380     05  FILLER                      PIC X(05) VALUE "AGED ".
001380     05  SSP-ALT-MSG-AGE             PIC ZZ9.
001380     05  FILLER                      PIC X(12)
001380                                     VALUE " DAYS SINCE ".
001380     05  SSP-ALT-MSG-DATE            PIC 9(08).
001380     05  FILLER                      PIC X(05) VALUE " AMT ".
001380     05  SSP-ALT-MSG-AMOUNT          PIC -(6)9.99.
001380     05  FILLER                      PIC X(03) VALUE SPACES.
001380
001390 PROCEDURE DIVISION.
001400******************************************************************
001410* 0000-MAINLINE
002780         MOVE SOM-SUS-KEY         TO SOM-BCH-TRAN-KEY
002790         MOVE SOM-SUS-AMOUNT      TO SOM-BCH-TRAN-AMOUNT
002800         MOVE SOM-SUS-COST-CENTER TO SOM-BCH-TRAN-CC
002800         MOVE SOM-SUS-CURRENCY    TO SOM-BCH-TRAN-CURRENCY
002820         WRITE SOM-BCH-RECORD
002830         IF NOT SSP-RCY-OK
002832*            THE ITEM STAYS ON SUSPENSE, STILL RELEASED, SO
003600     MOVE "S"                 TO SOM-SUS-STATUS.
003610     MOVE SSP-RUN-DATE        TO SOM-SUS-DATE-SUSPENDED.
003620     MOVE SOM-EXC-REASON      TO SOM-SUS-REASON.
003620     MOVE SOM-EXC-CURRENCY    TO SOM-SUS-CURRENCY.
003630
003640     WRITE SOM-SUSPENSE-RECORD
003650         INVALID KEY
003980     MOVE SOM-EXC-AMOUNT      TO SOM-SUS-AMOUNT.
003990     MOVE SOM-EXC-COST-CENTER TO SOM-SUS-COST-CENTER.
004000     MOVE SOM-EXC-REASON      TO SOM-SUS-REASON.
004000     MOVE SOM-EXC-CURRENCY    TO SOM-SUS-CURRENCY.
004010
004020     REWRITE SOM-SUSPENSE-RECORD
004030         INVALID KEY
005080             ADD 1 TO SSP-AGE-5-COUNT
005090         ELSE
005100             ADD 1 TO SSP-AGE-10-COUNT
005100             PERFORM 5200-RAISE-AGE-ALERT
005100                 THRU 5200-RAISE-AGE-ALERT-EXIT
005110         END-IF
005120     END-IF.
005130
005533     PERFORM 5100-WRITE-CONTROL-RECORD
005533         THRU 5100-WRITE-CONTROL-RECORD-EXIT.
005540     CLOSE AGE-REPORT-FILE.
005540
005540     IF SSP-ALT-OPEN-YES
005540         CLOSE ALERT-FILE
005540     END-IF.
005550
005560     MOVE 0 TO RETURN-CODE.
005570
005626 5100-WRITE-CONTROL-RECORD-EXIT.
005627     EXIT.
005628
005628******************************************************************
005628* 5200-RAISE-AGE-ALERT - A WARNING SUSAGE ALERT FOR THE ITEM JUST
005628*                       REPORTED, NOW 10 OR MORE DAYS ON SUSPENSE
005628******************************************************************
005628 5200-RAISE-AGE-ALERT.
005628
005628     MOVE SOM-SUS-AGE-DAYS       TO SSP-ALT-MSG-AGE.
005628     MOVE SOM-SUS-DATE-SUSPENDED TO SSP-ALT-MSG-DATE.
005628     MOVE SOM-SUS-AMOUNT         TO SSP-ALT-MSG-AMOUNT.
005628
005628     MOVE 2                      TO SSP-ALT-SEVERITY.
005628     MOVE "SUSAGE"               TO SSP-ALT-CODE.
005628     MOVE SOM-SUS-KEY            TO SSP-ALT-KEY.
005628     MOVE SSP-ALT-MSG-WORK       TO SSP-ALT-MESSAGE.
005628
005628     PERFORM 5300-WRITE-ALERT
005628         THRU 5300-WRITE-ALERT-EXIT.
005628
005628 5200-RAISE-AGE-ALERT-EXIT.
005628     EXIT.
005628
005628******************************************************************
005628* 5300-WRITE-ALERT - APPEND ONE ALERT TO SOMALRT FOR THE
005628*                    END-OF-CYCLE DIGEST, OPENING IT ON FIRST USE.
005628*                    A FAILED ALERT IS ONLY DISPLAYED - IT NEVER
005628*                    CHANGES THE STEP'S COMPLETION CODE
005628******************************************************************
005628 5300-WRITE-ALERT.
005628
005628     IF SSP-ALT-OPEN-FAILED
005628         GO TO 5300-WRITE-ALERT-EXIT
005628     END-IF.
005628
005628     IF SSP-ALT-OPEN-NO
005628         OPEN EXTEND ALERT-FILE
005628         IF SSP-ALT-FILE-NOT-FOUND
005628             OPEN OUTPUT ALERT-FILE
005628         END-IF
005628         IF SSP-ALT-OK
005628             MOVE "Y" TO SSP-ALT-OPEN-SWITCH
005628         ELSE
005628             DISPLAY "SOMSUSP: UNABLE TO OPEN SOMALRT, STATUS "
005628                 SSP-ALT-STATUS
005628             MOVE "F" TO SSP-ALT-OPEN-SWITCH
005628             GO TO 5300-WRITE-ALERT-EXIT
005628         END-IF
005628     END-IF.
005628
005628     MOVE SSP-RUN-DATE      TO SOM-ALT-CYCLE-DATE.
005628     ACCEPT SOM-ALT-TIME FROM TIME.
005628     MOVE "SOMSUSP"         TO SOM-ALT-STEP.
005628     MOVE SSP-ALT-SEVERITY  TO SOM-ALT-SEVERITY.
005628     MOVE SSP-ALT-CODE      TO SOM-ALT-CODE.
005628     MOVE SSP-ALT-KEY       TO SOM-ALT-KEY.
005628     MOVE SSP-ALT-MESSAGE   TO SOM-ALT-MESSAGE.
005628
005628     WRITE SOM-ALT-RECORD.
005628
005628     IF NOT SSP-ALT-OK
005628         DISPLAY "SOMSUSP: SOMALRT WRITE FAILED, STATUS "
005628             SSP-ALT-STATUS
005628     END-IF.
005628
005628 5300-WRITE-ALERT-EXIT.
005628     EXIT.
005628
005630 END PROGRAM SOMSUSP.
