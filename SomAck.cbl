000220*   2026-09-03 JAN   ORIGINAL VERSION - A LOST TRANSMISSION
000230*                    USED TO SURFACE ONLY WHEN DOWNSTREAM
000240*                    CALLED DAYS LATER.
000240*   2026-10-01 JAN   A MISMATCHED ACKNOWLEDGMENT, OR ONE FOR A RUN
000240*                    WITH NO HISTORY RECORD, NOW ALSO APPENDS AN
000240*                    ACKMIS ALERT TO SOMALRT FOR THE NEXT
000240*                    END-OF-CYCLE DIGEST.
000250* Tectonics: cobc
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS SAK-RPT-STATUS.
000520
000520     SELECT ALERT-FILE ASSIGN "SOMALRT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS SAK-ALT-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  ACK-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 COPY SOMAKRPT.
000700
000700 FD  ALERT-FILE
000700     LABEL RECORDS ARE STANDARD.
000700 COPY SOMALRT.
000700
000710 WORKING-STORAGE SECTION.
000720 77  SAK-ACK-STATUS              PIC X(02) VALUE "00".
000730     88  SAK-ACK-OK                         VALUE "00".
000850 77  SAK-RPT-STATUS              PIC X(02) VALUE "00".
000860     88  SAK-RPT-OK                         VALUE "00".
000870
000870 77  SAK-ALT-STATUS              PIC X(02) VALUE "00".
000870     88  SAK-ALT-OK                         VALUE "00".
000870     88  SAK-ALT-FILE-NOT-FOUND             VALUE "35".
000870
000870 77  SAK-ALT-OPEN-SWITCH         PIC X(01) VALUE "N".
000870     88  SAK-ALT-OPEN-YES                   VALUE "Y".
000870     88  SAK-ALT-OPEN-NO                    VALUE "N".
000870     88  SAK-ALT-OPEN-FAILED                VALUE "F".
000870
000880 77  SAK-ACK-EOF-SWITCH          PIC X(01) VALUE "N".
000890     88  SAK-ACK-EOF-YES                    VALUE "Y".
000900     88  SAK-ACK-EOF-NO                     VALUE "N".
001570     05  SAK-RPT-TOT-COUNT           PIC ZZZZ9.
001580     05  FILLER                      PIC X(49).
001590
001590******************************************************************
001590* SAK-ALERT-FIELDS - ONE ALERT FOR THE END-OF-CYCLE DIGEST, SET
001590* UP HERE BEFORE EACH PERFORM OF THE ALERT WRITE.  SEVERITY
001590* 1 = INFO, 2 = WARNING, 3 = CRITICAL; SETPARM MAY RE-RANK IT.
001590******************************************************************
001590 01  SAK-ALERT-FIELDS.
001590     05  SAK-ALT-SEVERITY            PIC 9(01) VALUE ZERO.
001590     05  SAK-ALT-CODE                PIC X(06) VALUE SPACES.
001590     05  SAK-ALT-KEY                 PIC X(12) VALUE SPACES.
001590     05  SAK-ALT-MESSAGE             PIC X(46) VALUE SPACES.
001590
001600 PROCEDURE DIVISION.
001610******************************************************************
001620* 0000-MAINLINE
003760             MOVE "*** NO HISTORY *"   TO SAK-RPT-DET-FLAG
003770             PERFORM 3500-WRITE-REPORT-LINE
003780                 THRU 3500-WRITE-REPORT-LINE-EXIT
003780             MOVE "ACK RECEIVED FOR A RUN WITH NO SOMEXTH RECORD"
003780                 TO SAK-ALT-MESSAGE
003780             PERFORM 3610-RAISE-ACK-ALERT
003780                 THRU 3610-RAISE-ACK-ALERT-EXIT
003790             GO TO 2200-MATCH-ONE-ACK-NEXT
003800     END-READ.
003810
003880         MOVE "M" TO SOM-EXH-ACK-STATUS
003890         ADD 1 TO SAK-MISMATCH-COUNT
003900         MOVE "*** MISMATCH ***"  TO SAK-RPT-DET-FLAG
003900         MOVE "ACK FIGURES DO NOT MATCH THE RUN'S SOMEXTH"
003900             TO SAK-ALT-MESSAGE
003900         PERFORM 3610-RAISE-ACK-ALERT
003900             THRU 3610-RAISE-ACK-ALERT-EXIT
003910     END-IF.
003920
003930     MOVE SAK-RUN-DATE TO SOM-EXH-ACK-DATE.
005240 3500-WRITE-REPORT-LINE-EXIT.
005250     EXIT.
005260
005260******************************************************************
005260* 3600-WRITE-ALERT - APPEND ONE ALERT TO SOMALRT FOR THE
005260*                    END-OF-CYCLE DIGEST, OPENING IT ON FIRST USE.
005260*                    A FAILED ALERT IS ONLY DISPLAYED - IT NEVER
005260*                    CHANGES THE STEP'S COMPLETION CODE
005260******************************************************************
005260 3600-WRITE-ALERT.
005260
005260     IF SAK-ALT-OPEN-FAILED
005260         GO TO 3600-WRITE-ALERT-EXIT
005260     END-IF.
005260
005260     IF SAK-ALT-OPEN-NO
005260         OPEN EXTEND ALERT-FILE
005260         IF SAK-ALT-FILE-NOT-FOUND
005260             OPEN OUTPUT ALERT-FILE
005260         END-IF
005260         IF SAK-ALT-OK
005260             MOVE "Y" TO SAK-ALT-OPEN-SWITCH
005260         ELSE
005260             DISPLAY "SOMACK: UNABLE TO OPEN SOMALRT, STATUS "
005260                 SAK-ALT-STATUS
005260             MOVE "F" TO SAK-ALT-OPEN-SWITCH
005260             GO TO 3600-WRITE-ALERT-EXIT
005260         END-IF
005260     END-IF.
005260
005260     MOVE SAK-RUN-DATE      TO SOM-ALT-CYCLE-DATE.
005260     ACCEPT SOM-ALT-TIME FROM TIME.
005260     MOVE "SOMACK"          TO SOM-ALT-STEP.
005260     MOVE SAK-ALT-SEVERITY  TO SOM-ALT-SEVERITY.
005260     MOVE SAK-ALT-CODE      TO SOM-ALT-CODE.
005260     MOVE SAK-ALT-KEY       TO SOM-ALT-KEY.
005260     MOVE SAK-ALT-MESSAGE   TO SOM-ALT-MESSAGE.
005260
005260     WRITE SOM-ALT-RECORD.
005260
005260     IF NOT SAK-ALT-OK
005260         DISPLAY "SOMACK: SOMALRT WRITE FAILED, STATUS "
005260             SAK-ALT-STATUS
005260     END-IF.
005260
005260 3600-WRITE-ALERT-EXIT.
005260     EXIT.
005260
005260******************************************************************
005260* 3610-RAISE-ACK-ALERT - A CRITICAL ACKMIS ALERT KEYED BY THE
005260*                       ACK'S RUN DATE; THE CALLER HAS SET THE
005260*                       MESSAGE
005260******************************************************************
005260 3610-RAISE-ACK-ALERT.
005260
005260     MOVE 3                TO SAK-ALT-SEVERITY.
005260     MOVE "ACKMIS"         TO SAK-ALT-CODE.
005260     MOVE SOM-ACK-RUN-DATE TO SAK-ALT-KEY.
005260
005260     PERFORM 3600-WRITE-ALERT
005260         THRU 3600-WRITE-ALERT-EXIT.
005260
005260 3610-RAISE-ACK-ALERT-EXIT.
005260     EXIT.
005260
005270******************************************************************
005280* 4000-TERMINATE - CLOSE THE FILES AND SET THE COMPLETION CODE:
005290*                 8 ON A MISMATCH OR AN ACK WITH NO HISTORY,
005430     END-IF.
005440
005450     CLOSE ACK-REPORT-FILE.
005450
005450     IF SAK-ALT-OPEN-YES
005450         CLOSE ALERT-FILE
005450     END-IF.
005460
005470     MOVE 0 TO RETURN-CODE.
005480
