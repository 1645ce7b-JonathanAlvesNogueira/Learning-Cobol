000090*              NIGHT FOOTS ACROSS FILES, NOT JUST SOMANDO
000100*              AGAINST SOMCTL: (1) TRANFILE IN EQUALS POSTED
000110*              (THE SOMEXT "*TOT" RECORD) PLUS THE RUN DATE'S
000115*              REJECTED, EXCEPTED, HELD-FOR-APPROVAL AND
000115*              PRIOR-PERIOD SOMTHIST DISPOSITIONS,
000120*              (2) THE SUSPENSE FILE'S
000130*              CLOSING BALANCE EQUALS THE SOMSCTL CONTROL
000140*              RECORD'S OPENING PLUS NEW MINUS RELEASED PLUS
000248*                    KEY), WHICH INFLATED THE PROOF AND FAILED
000249*                    A CORRECT NIGHT; THE ARCHIVE CARRIES ONE
000249*                    RECORD PER KEY AND IS THE TRUTH.
000249*   2026-09-17 JAN   LEG 1 NOW PROVES IN BASE CURRENCY: A
000249*                    FOREIGN-CURRENCY TRANFILE AMOUNT IS NOT
000249*                    ADDED AS SENT, AND THE BASE AMOUNT THE
000249*                    POSTING RUN CONVERTED IT TO (FROM ITS
000249*                    SOMTHIST RECORD) IS ADDED IN ITS PLACE.
000249*   2026-10-01 JAN   LEG 1'S POSTED SIDE NOW ALSO CARRIES THE
000249*                    ITEMS HELD FOR DUAL-CONTROL APPROVAL
000249*                    (SOMTHIST DISPOSITION "A") - THEY ARE
000249*                    NEITHER POSTED NOR REJECTED, AND WOULD
000249*                    OTHERWISE PUT EVERY NIGHT WITH A HELD
000249*                    ITEM OUT OF BALANCE.
000249*   2026-10-01 JAN   THE ARCHIVE KEY NOW ENDS IN A SEQUENCE
000249*                    NUMBER; THE SCAN STARTS AT SEQUENCE 00.
000249*                    RECLASS RECORDS (DISPOSITION "C") MOVE
000249*                    SPEND BETWEEN COST CENTERS AFTER POSTING
000249*                    AND TAKE NO PART IN THE PROOF.
000249*   2026-10-01 JAN   LEG 1'S POSTED SIDE NOW ALSO CARRIES THE
000249*                    LATE CHARGES ROUTED TO THE PRIOR-PERIOD
000249*                    ADJUSTMENT FILE (SOMTHIST DISPOSITION "J") -
000249*                    LIKE HELD ITEMS, THEY ARE NOT IN THE DAY'S
000249*                    "*TOT" BUT DID ARRIVE ON TRANFILE.
000249*   2026-10-01 JAN   EACH OUT-OF-BALANCE LEG NOW ALSO APPENDS A
000249*                    PRFBAL ALERT TO SOMALRT FOR THE END-OF-CYCLE
000249*                    DIGEST, AS DOES A PROOF SHEET THAT CANNOT BE
000249*                    PRODUCED OR A PROOF FAILED ON A MISSING FILE.
000250* Tectonics: cobc
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000650     SELECT PROOF-FILE ASSIGN "SOMPRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS SPF-RPT-STATUS.
000680     SELECT ALERT-FILE ASSIGN "SOMALRT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS SPF-ALT-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000990 FD  PROOF-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 COPY SOMPRPT.
001020 FD  ALERT-FILE
001020     LABEL RECORDS ARE STANDARD.
001020 COPY SOMALRT.
001020
001030 WORKING-STORAGE SECTION.
001040 77  SPF-TRAN-STATUS             PIC X(02) VALUE "00".
001280
001290 77  SPF-RPT-STATUS              PIC X(02) VALUE "00".
001300     88  SPF-RPT-OK                         VALUE "00".
001310 77  SPF-ALT-STATUS              PIC X(02) VALUE "00".
001310     88  SPF-ALT-OK                         VALUE "00".
001310     88  SPF-ALT-FILE-NOT-FOUND             VALUE "35".
001310
001310 77  SPF-ALT-OPEN-SWITCH         PIC X(01) VALUE "N".
001310     88  SPF-ALT-OPEN-YES                   VALUE "Y".
001310     88  SPF-ALT-OPEN-NO                    VALUE "N".
001310     88  SPF-ALT-OPEN-FAILED                VALUE "F".
001310
001320 77  SPF-EOF-SWITCH              PIC X(01) VALUE "N".
001330     88  SPF-EOF-YES                        VALUE "Y".
001610 77  SPF-REJ-AMOUNT              PIC S9(9)V99 COMP-3 VALUE ZERO.
001620 77  SPF-EXC-COUNT               PIC 9(07) COMP VALUE 0.
001630 77  SPF-EXC-AMOUNT              PIC S9(9)V99 COMP-3 VALUE ZERO.
001630 77  SPF-HLD-COUNT               PIC 9(07) COMP VALUE 0.
001630 77  SPF-HLD-AMOUNT              PIC S9(9)V99 COMP-3 VALUE ZERO.
001630 77  SPF-PPA-COUNT               PIC 9(07) COMP VALUE 0.
001630 77  SPF-PPA-AMOUNT              PIC S9(9)V99 COMP-3 VALUE ZERO.
001630 77  SPF-FX-IN-AMOUNT            PIC S9(9)V99 COMP-3 VALUE ZERO.
001640 77  SPF-TOT-COUNT               PIC 9(07) VALUE ZEROS.
001650 77  SPF-TOT-AMOUNT              PIC S9(9)V99 COMP-3 VALUE ZERO.
001660 77  SPF-EXH-COUNT               PIC 9(07) VALUE ZEROS.
002040     05  SPF-RPT-CNT-DIFF            PIC -(7)9.
002050     05  FILLER                      PIC X(18).
002060
002060******************************************************************
002060* SPF-ALERT-FIELDS - ONE ALERT FOR THE END-OF-CYCLE DIGEST, SET
002060* UP HERE BEFORE EACH PERFORM OF THE ALERT WRITE.  SEVERITY
002060* 1 = INFO, 2 = WARNING, 3 = CRITICAL; SETPARM MAY RE-RANK IT.
002060******************************************************************
002060 01  SPF-ALERT-FIELDS.
002060     05  SPF-ALT-SEVERITY            PIC 9(01) VALUE ZERO.
002060     05  SPF-ALT-CODE                PIC X(06) VALUE SPACES.
002060     05  SPF-ALT-KEY                 PIC X(12) VALUE SPACES.
002060     05  SPF-ALT-MESSAGE             PIC X(46) VALUE SPACES.
002060     05  SPF-ALT-RAISED              PIC S9(04) COMP VALUE 0.
002060
002060 01  SPF-ALT-MSG-WORK.
002060     05  SPF-ALT-MSG-TEXT            PIC X(32).
002060     05  SPF-ALT-MSG-FIGURE          PIC X(14) VALUE SPACES.
002060     05  SPF-ALT-MSG-AMOUNT REDEFINES SPF-ALT-MSG-FIGURE
002060                                     PIC -(9)9.99.
002060     05  SPF-ALT-MSG-COUNT REDEFINES SPF-ALT-MSG-FIGURE
002060                                     PIC -(7)9.
002060
002070 PROCEDURE DIVISION.
002080******************************************************************
002090* 0000-MAINLINE
003150 2120-ADD-TRAN-RECORD.
003160
003170     ADD 1               TO SPF-TRAN-COUNT.
003180*    A FOREIGN AMOUNT COMES IN THROUGH ITS CONVERTED ARCHIVE
003180*    RECORD INSTEAD - SEE 2260-ADD-ARCHIVE-RECORD.
003180     IF SOM-TRAN-BASE-CURRENCY
003180         ADD SOM-TRAN-AMOUNT TO SPF-TRAN-AMOUNT
003180     END-IF.
003190
003200     PERFORM 2110-READ-TRAN-RECORD
003210         THRU 2110-READ-TRAN-RECORD-EXIT.
003250
003260******************************************************************
003270* 2250-SUM-ARCHIVE-DISPOSITIONS - COUNT AND TOTAL THE RUN
003280*                                DATE'S REJECTED, EXCEPTED,
003290*                                HELD-FOR-APPROVAL AND PRIOR-
003290*                                PERIOD SOMTHIST RECORDS FOR
003290*                                LEG 1'S
003300*                                POSTED SIDE.  THE ARCHIVE
003310*                                CARRIES ONE RECORD PER KEY
003320*                                EVEN ACROSS A RESTART, UNLIKE
003490     END-IF.
003500
003510     MOVE SPF-RUN-DATE TO SOM-HIS-RUN-DATE.
003520     MOVE ZEROS        TO SOM-HIS-TRAN-KEY
003520                          SOM-HIS-SEQ.
003530
003540     START TRANHIST-FILE
003550         KEY IS NOT LESS THAN SOM-HIS-KEY
003730     EXIT.
003740
003750******************************************************************
003760* 2260-ADD-ARCHIVE-RECORD - FOLD ONE REJECTED, EXCEPTED,
003760*                          HELD-FOR-APPROVAL OR PRIOR-PERIOD
003770*                          ARCHIVE RECORD INTO LEG 1'S POSTED
003780*                          SIDE, AND A FOREIGN-CURRENCY ITEM'S
003780*                          CONVERTED AMOUNT INTO ITS IN SIDE
003790******************************************************************
003800 2260-ADD-ARCHIVE-RECORD.
003810
003820     IF SOM-HIS-CURRENCY NOT = SPACES
003820         ADD SOM-HIS-AMOUNT TO SPF-FX-IN-AMOUNT
003820     END-IF.
003820
003820     IF SOM-HIS-REJECTED
003830         ADD 1              TO SPF-REJ-COUNT
003840         ADD SOM-HIS-AMOUNT TO SPF-REJ-AMOUNT
003880         ADD 1              TO SPF-EXC-COUNT
003890         ADD SOM-HIS-AMOUNT TO SPF-EXC-AMOUNT
003900     END-IF.
003900
003900     IF SOM-HIS-HELD-APPROVAL
003900         ADD 1              TO SPF-HLD-COUNT
003900         ADD SOM-HIS-AMOUNT TO SPF-HLD-AMOUNT
003900     END-IF.
003900
003900     IF SOM-HIS-PRIOR-PERIOD
003900         ADD 1              TO SPF-PPA-COUNT
003900         ADD SOM-HIS-AMOUNT TO SPF-PPA-AMOUNT
003900     END-IF.
003910
003920     PERFORM 2270-READ-NEXT-ARCHIVE
003930         THRU 2270-READ-NEXT-ARCHIVE-EXIT.
006650******************************************************************
006660 3000-PRINT-PROOF-SHEET.
006670
006680*    LEG 1 - TRANFILE IN = POSTED + REJECTED + EXCEPTED + HELD
006680*    FOR APPROVAL + ROUTED TO THE PRIOR-PERIOD ADJUSTMENT FILE.
006680*    THE IN SIDE CARRIES FOREIGN ITEMS AT THEIR
006680*    CONVERTED AMOUNT.
006680     ADD SPF-FX-IN-AMOUNT TO SPF-TRAN-AMOUNT.
006690     COMPUTE SPF-POSTED-SIDE =
006700         SPF-TOT-AMOUNT + SPF-REJ-AMOUNT + SPF-EXC-AMOUNT
006700         + SPF-HLD-AMOUNT + SPF-PPA-AMOUNT.
006710     COMPUTE SPF-DIFFERENCE =
006720         SPF-TRAN-AMOUNT - SPF-POSTED-SIDE.
006730
006740     MOVE SPACES          TO SPF-RPT-WORK-LINE.
006750     MOVE "TRAN/POST+REJ+EXC+HELD+PPA" TO SPF-RPT-LEG-LABEL.
006760     MOVE SPF-TRAN-AMOUNT TO SPF-RPT-LEG-LEFT.
006770     MOVE SPF-POSTED-SIDE TO SPF-RPT-LEG-RIGHT.
006780     MOVE SPF-DIFFERENCE  TO SPF-RPT-LEG-DIFF.
006810
006820     IF SPF-DIFFERENCE NOT = 0
006830         MOVE "Y" TO SPF-OOB-SWITCH
006830         MOVE "LEG1-AMOUNT" TO SPF-ALT-KEY
006830         MOVE "TRANFILE IN VS POSTED, DIFF" TO SPF-ALT-MSG-TEXT
006830         MOVE SPF-DIFFERENCE TO SPF-ALT-MSG-AMOUNT
006830         PERFORM 3610-RAISE-LEG-ALERT
006830             THRU 3610-RAISE-LEG-ALERT-EXIT
006840     END-IF.
006850
006860     COMPUTE SPF-COUNT-DIFF =
006960
006970     IF SPF-COUNT-DIFF NOT = 0
006980         MOVE "Y" TO SPF-OOB-SWITCH
006980         MOVE "LEG1-COUNT" TO SPF-ALT-KEY
006980         MOVE "TRANFILE VS *TOT COUNT, DIFF" TO SPF-ALT-MSG-TEXT
006980         PERFORM 3620-RAISE-COUNT-ALERT
006980             THRU 3620-RAISE-COUNT-ALERT-EXIT
006990     END-IF.
007000
007010*    LEG 2 - SUSPENSE OPENING + NEW - RELEASED + ADJUSTMENT
007130
007140     IF SPF-DIFFERENCE NOT = 0
007150         MOVE "Y" TO SPF-OOB-SWITCH
007150         MOVE "LEG2-AMOUNT" TO SPF-ALT-KEY
007150         MOVE "SUSPENSE EXP VS CLOSING, DIFF" TO SPF-ALT-MSG-TEXT
007150         MOVE SPF-DIFFERENCE TO SPF-ALT-MSG-AMOUNT
007150         PERFORM 3610-RAISE-LEG-ALERT
007150             THRU 3610-RAISE-LEG-ALERT-EXIT
007160     END-IF.
007170
007180     COMPUTE SPF-COUNT-DIFF =
007280
007290     IF SPF-COUNT-DIFF NOT = 0
007300         MOVE "Y" TO SPF-OOB-SWITCH
007300         MOVE "LEG2-COUNT" TO SPF-ALT-KEY
007300         MOVE "SUSPENSE COUNT EXP/ACT, DIFF" TO SPF-ALT-MSG-TEXT
007300         PERFORM 3620-RAISE-COUNT-ALERT
007300             THRU 3620-RAISE-COUNT-ALERT-EXIT
007310     END-IF.
007320
007330*    LEG 3 - THE EXTRACT'S *TOT RECORD TIES TO SOMEXTH.
007440
007450     IF SPF-DIFFERENCE NOT = 0
007460         MOVE "Y" TO SPF-OOB-SWITCH
007460         MOVE "LEG3-AMOUNT" TO SPF-ALT-KEY
007460         MOVE "*TOT VS SOMEXTH AMOUNT, DIFF" TO SPF-ALT-MSG-TEXT
007460         MOVE SPF-DIFFERENCE TO SPF-ALT-MSG-AMOUNT
007460         PERFORM 3610-RAISE-LEG-ALERT
007460             THRU 3610-RAISE-LEG-ALERT-EXIT
007470     END-IF.
007480
007490     COMPUTE SPF-COUNT-DIFF =
007590
007600     IF SPF-COUNT-DIFF NOT = 0
007610         MOVE "Y" TO SPF-OOB-SWITCH
007610         MOVE "LEG3-COUNT" TO SPF-ALT-KEY
007610         MOVE "*TOT VS SOMEXTH COUNT, DIFF" TO SPF-ALT-MSG-TEXT
007610         PERFORM 3620-RAISE-COUNT-ALERT
007610             THRU 3620-RAISE-COUNT-ALERT-EXIT
007620     END-IF.
007630
007630*    A PROOF FAILED BY A MISSING INPUT FILE SHOWS NO LEG
007630*    DIFFERENCE OF ITS OWN; IT STILL GOES TO THE DIGEST.
007630     IF SPF-OOB-YES AND SPF-ALT-RAISED = 0
007630         MOVE 3 TO SPF-ALT-SEVERITY
007630         MOVE "PRFBAL" TO SPF-ALT-CODE
007630         MOVE "INPUT-FILE" TO SPF-ALT-KEY
007630         MOVE "PROOF FAILED - AN INPUT FILE WAS UNREADABLE"
007630             TO SPF-ALT-MESSAGE
007630         PERFORM 3600-WRITE-ALERT
007630             THRU 3600-WRITE-ALERT-EXIT
007630     END-IF.
007630
007640     MOVE SPACES TO SPF-RPT-WORK-LINE.
007650     IF SPF-OOB-YES
007660         MOVE "*** CYCLE OUT OF BALANCE - DO NOT SEND SOMEXT ***"
007920 3500-WRITE-PROOF-LINE-EXIT.
007930     EXIT.
007940
007940******************************************************************
007940* 3600-WRITE-ALERT - APPEND ONE ALERT TO SOMALRT FOR THE
007940*                    END-OF-CYCLE DIGEST, OPENING IT ON FIRST USE.
007940*                    A FAILED ALERT IS ONLY DISPLAYED - IT NEVER
007940*                    CHANGES THE STEP'S COMPLETION CODE
007940******************************************************************
007940 3600-WRITE-ALERT.
007940
007940     IF SPF-ALT-OPEN-FAILED
007940         GO TO 3600-WRITE-ALERT-EXIT
007940     END-IF.
007940
007940     IF SPF-ALT-OPEN-NO
007940         OPEN EXTEND ALERT-FILE
007940         IF SPF-ALT-FILE-NOT-FOUND
007940             OPEN OUTPUT ALERT-FILE
007940         END-IF
007940         IF SPF-ALT-OK
007940             MOVE "Y" TO SPF-ALT-OPEN-SWITCH
007940         ELSE
007940             DISPLAY "SOMPROOF: UNABLE TO OPEN SOMALRT, STATUS "
007940                 SPF-ALT-STATUS
007940             MOVE "F" TO SPF-ALT-OPEN-SWITCH
007940             GO TO 3600-WRITE-ALERT-EXIT
007940         END-IF
007940     END-IF.
007940
007940     MOVE SPF-RUN-DATE      TO SOM-ALT-CYCLE-DATE.
007940     ACCEPT SOM-ALT-TIME FROM TIME.
007940     MOVE "SOMPROOF"        TO SOM-ALT-STEP.
007940     MOVE SPF-ALT-SEVERITY  TO SOM-ALT-SEVERITY.
007940     MOVE SPF-ALT-CODE      TO SOM-ALT-CODE.
007940     MOVE SPF-ALT-KEY       TO SOM-ALT-KEY.
007940     MOVE SPF-ALT-MESSAGE   TO SOM-ALT-MESSAGE.
007940
007940     WRITE SOM-ALT-RECORD.
007940
007940     IF NOT SPF-ALT-OK
007940         DISPLAY "SOMPROOF: SOMALRT WRITE FAILED, STATUS "
007940             SPF-ALT-STATUS
007940     END-IF.
007940
007940 3600-WRITE-ALERT-EXIT.
007940     EXIT.
007940
007940******************************************************************
007940* 3610-RAISE-LEG-ALERT - RAISE A CRITICAL PRFBAL ALERT FOR A
007940*                        LEG OUT OF BALANCE; THE CALLER HAS SET
007940*                        THE KEY, TEXT AND AMOUNT DIFFERENCE
007940******************************************************************
007940 3610-RAISE-LEG-ALERT.
007940
007940     MOVE 3                TO SPF-ALT-SEVERITY.
007940     MOVE "PRFBAL"         TO SPF-ALT-CODE.
007940     MOVE SPF-ALT-MSG-WORK TO SPF-ALT-MESSAGE.
007940     ADD 1 TO SPF-ALT-RAISED.
007940
007940     PERFORM 3600-WRITE-ALERT
007940         THRU 3600-WRITE-ALERT-EXIT.
007940
007940 3610-RAISE-LEG-ALERT-EXIT.
007940     EXIT.
007940
007940******************************************************************
007940* 3620-RAISE-COUNT-ALERT - THE SAME FOR A COUNT LEG; THE COUNT
007940*                          DIFFERENCE IS EDITED INTO THE TEXT HERE
007940******************************************************************
007940 3620-RAISE-COUNT-ALERT.
007940
007940     MOVE SPACES         TO SPF-ALT-MSG-FIGURE.
007940     MOVE SPF-COUNT-DIFF TO SPF-ALT-MSG-COUNT.
007940
007940     PERFORM 3610-RAISE-LEG-ALERT
007940         THRU 3610-RAISE-LEG-ALERT-EXIT.
007940
007940 3620-RAISE-COUNT-ALERT-EXIT.
007940     EXIT.
007940
007950******************************************************************
007960* 4000-TERMINATE - CLOSE THE PROOF SHEET AND SET THE COMPLETION
007970*                 CODE: 8 ON ANY OUT-OF-BALANCE LEG
007990 4000-TERMINATE.
008000
008010     IF SPF-INIT-FAILED
008010         MOVE 3 TO SPF-ALT-SEVERITY
008010         MOVE "PRFBAL" TO SPF-ALT-CODE
008010         MOVE "SOMPRPT" TO SPF-ALT-KEY
008010         MOVE "PROOF SHEET NOT PRODUCED - CYCLE NOT PROVED"
008010             TO SPF-ALT-MESSAGE
008010         PERFORM 3600-WRITE-ALERT
008010             THRU 3600-WRITE-ALERT-EXIT
008010         IF SPF-ALT-OPEN-YES
008010             CLOSE ALERT-FILE
008010         END-IF
008020         GO TO 4000-TERMINATE-EXIT
008030     END-IF.
008040
008050     CLOSE PROOF-FILE.
008050
008050     IF SPF-ALT-OPEN-YES
008050         CLOSE ALERT-FILE
008050     END-IF.
008060
008070     IF SPF-OOB-YES
008080         DISPLAY "SOMPROOF: CYCLE OUT OF BALANCE, SEE SOMPRPT"
