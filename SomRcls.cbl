000010******************************************************************
000020* PROGRAM:     SOMRCLS
000030* AUTHOR:      J. ALVES NOGUEIRA
000040* INSTALLATION: LEARNING-COBOL BATCH SHOP
000050* DATE-WRITTEN: 2026-10-01
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     COST-CENTER RECLASS POSTING.  EACH RCLTRAN RECORD
000090*              NAMES A POSTED SOMTHIST ITEM BY ITS RUN DATE AND
000100*              TRANSACTION KEY, THE COST CENTER IT WAS BOOKED TO,
000110*              THE COST CENTER IT BELONGS TO AND THE AMOUNT TO
000120*              MOVE - THE WHOLE ITEM OR ANY PART OF WHAT IS LEFT
000130*              OF IT.  A RECLASS IS REFUSED WHEN THE ITEM IS NOT
000140*              ON THE ARCHIVE, WAS NOT POSTED, OR HAS ALREADY BEEN
000150*              RECLASSED IN FULL, AND WHEN EITHER CENTER CANNOT
000160*              TAKE IT.  AN ACCEPTED RECLASS WRITES A LINKED PAIR
000170*              OF SOMTHIST RECORDS (DISPOSITION "C") UNDER THE
000180*              CYCLE DATE, ADDS THE AMOUNT TO THE ORIGINAL'S
000190*              RECLASSED TOTAL, MOVES THE SPEND BETWEEN THE TWO
000200*              CENTERS' SOMCCM PERIOD-TO-DATE FIGURES, RE-CHECKS
000210*              BOTH AGAINST THE SOMBUDG ALLOWANCE AND WRITES A
000220*              MATCHING CREDIT AND DEBIT LEG IN THE SOMJVF LAYOUT
000230*              TO SOMRJVF, WITH A RECLASS REGISTER.  A DOCUMENT
000240*              REFERENCE ALREADY POSTED AGAINST THE SAME ITEM ON
000250*              THE SAME CYCLE IS NOT POSTED AGAIN, SO A RERUN IS
000260*              HARMLESS: SOMRJVF IS REBUILT WHOLE BY EVERY RUN,
000262*              THE LEGS OF A RECLASS ALREADY POSTED BEING WRITTEN
000264*              AGAIN FROM ITS SOMTHIST PAIR.  THE PAIR IS FILED
000266*              PENDING (DISPOSITION "Q") AND EACH LEG TURNS "C"
000268*              ONLY ONCE ITS CENTER'S SPEND HAS MOVED, SO A RUN
000270*              THAT FAILS PART-WAY THROUGH A RECLASS STOPS THERE
000272*              AND THE RERUN FINISHES WHAT IT LEFT UNDONE.
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY:
000290*   DATE       INIT  DESCRIPTION
000300*   2026-10-01 JAN   ORIGINAL VERSION - UNTIL NOW A MIS-CODED
000310*                    ITEM COULD ONLY BE PUT RIGHT BY REVERSING THE
000320*                    WHOLE RUN OR BY A MANUAL LEDGER JOURNAL THAT
000330*                    LEFT SOMCCM AND THE BUDGET CHECK WRONG.
000330*   2026-10-01 JAN   RECLASS RECORDS CARRY A ZERO EFFECTIVE
000330*                    PERIOD - THEY MOVE SPEND IN THE CYCLE'S OWN
000330*                    PERIOD.
000332*   2026-10-15 JAN   A RERUN OPENED SOMRJVF AFRESH BUT SKIPPED
000332*                    THE RECLASSES ALREADY POSTED, SO THEIR
000332*                    VOUCHER LEGS WERE LOST; THEY ARE NOW WRITTEN
000332*                    AGAIN FROM THE SOMTHIST PAIR.  A FAILURE
000332*                    AFTER THE PAIR WAS FILED LEFT SOMCCM UNMOVED
000332*                    FOR GOOD; THE PAIR IS NOW FILED PENDING, EACH
000332*                    LEG IS CLOSED AS ITS SPEND MOVES, AND THE RUN
000332*                    STOPS ON A FAILURE SO THE RERUN COMPLETES IT.
000340* Tectonics: cobc
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. SOMRCLS.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT RECLASS-FILE ASSIGN "RCLTRAN"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS SRC-RCL-STATUS.
000450
000460     SELECT TRANHIST-FILE ASSIGN "SOMTHIST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS SOM-HIS-KEY
000500         FILE STATUS IS SRC-HIS-STATUS.
000510
000520     SELECT COSTCTR-FILE ASSIGN "SOMCCM"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS SOM-CCM-CODE
000560         FILE STATUS IS SRC-CCM-STATUS.
000570
000580     SELECT BUDGET-FILE ASSIGN "SOMBUDG"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS SOM-BUD-KEY
000620         FILE STATUS IS SRC-BUD-STATUS.
000630
000640     SELECT MAPPING-FILE ASSIGN "SOMGLMAP"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS SOM-GLM-COST-CENTER
000680         FILE STATUS IS SRC-MAP-STATUS.
000690
000700     SELECT VOUCHER-FILE ASSIGN "SOMRJVF"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS SRC-JVR-STATUS.
000730
000740     SELECT REGISTER-FILE ASSIGN "SOMRCRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS SRC-REG-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  RECLASS-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY RCLTRN.
000830
000840 FD  TRANHIST-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY SOMHIST.
000870
000880 FD  COSTCTR-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 COPY SOMCCM.
000910
000920 FD  BUDGET-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 COPY SOMBUDG.
000950
000960 FD  MAPPING-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 COPY SOMGLMAP.
000990
001000 FD  VOUCHER-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 COPY SOMJVF.
001030
001040 FD  REGISTER-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 COPY SOMRCRPT.
001070
001080 WORKING-STORAGE SECTION.
001090 77  SRC-RCL-STATUS              PIC X(02) VALUE "00".
001100     88  SRC-RCL-OK                         VALUE "00".
001110     88  SRC-RCL-EOF                        VALUE "10".
001120     88  SRC-RCL-FILE-NOT-FOUND             VALUE "35".
001130
001140 77  SRC-HIS-STATUS              PIC X(02) VALUE "00".
001150     88  SRC-HIS-OK                         VALUE "00".
001160     88  SRC-HIS-NOT-FOUND                  VALUE "23".
001170
001180 77  SRC-CCM-STATUS              PIC X(02) VALUE "00".
001190     88  SRC-CCM-OK                         VALUE "00".
001200     88  SRC-CCM-NOT-FOUND                  VALUE "23".
001210
001220 77  SRC-BUD-STATUS              PIC X(02) VALUE "00".
001230     88  SRC-BUD-OK                         VALUE "00".
001240     88  SRC-BUD-NOT-FOUND                  VALUE "23".
001250     88  SRC-BUD-FILE-NOT-FOUND             VALUE "35".
001260
001270 77  SRC-MAP-STATUS              PIC X(02) VALUE "00".
001280     88  SRC-MAP-OK                         VALUE "00".
001290     88  SRC-MAP-NOT-FOUND                  VALUE "23".
001300
001310 77  SRC-JVR-STATUS              PIC X(02) VALUE "00".
001320     88  SRC-JVR-OK                         VALUE "00".
001330
001340 77  SRC-REG-STATUS              PIC X(02) VALUE "00".
001350     88  SRC-REG-OK                         VALUE "00".
001360
001370 77  SRC-RCL-EOF-SWITCH          PIC X(01) VALUE "N".
001380     88  SRC-RCL-EOF-YES                    VALUE "Y".
001390     88  SRC-RCL-EOF-NO                     VALUE "N".
001400
001410 77  SRC-RCL-OPEN-SWITCH         PIC X(01) VALUE "N".
001420     88  SRC-RCL-OPEN-YES                   VALUE "Y".
001430     88  SRC-RCL-OPEN-NO                    VALUE "N".
001440
001450 77  SRC-HIS-EOF-SWITCH          PIC X(01) VALUE "N".
001460     88  SRC-HIS-EOF-YES                    VALUE "Y".
001470     88  SRC-HIS-EOF-NO                     VALUE "N".
001480
001490 77  SRC-BUD-PRESENT-SWITCH      PIC X(01) VALUE "Y".
001500     88  SRC-BUD-PRESENT-YES                VALUE "Y".
001510     88  SRC-BUD-PRESENT-NO                 VALUE "N".
001520
001530 77  SRC-INIT-STATUS-SWITCH      PIC X(01) VALUE "Y".
001540     88  SRC-INIT-OK                        VALUE "Y".
001550     88  SRC-INIT-FAILED                    VALUE "N".
001560
001570 77  SRC-FAIL-SWITCH             PIC X(01) VALUE "N".
001580     88  SRC-FAIL-YES                       VALUE "Y".
001590     88  SRC-FAIL-NO                        VALUE "N".
001600
001610 77  SRC-PAIR-WRITTEN-SWITCH     PIC X(01) VALUE "N".
001620     88  SRC-PAIR-WRITTEN-YES               VALUE "Y".
001630     88  SRC-PAIR-WRITTEN-NO                VALUE "N".
001640
001650 77  SRC-ALREADY-SWITCH          PIC X(01) VALUE "N".
001660     88  SRC-ALREADY-YES                    VALUE "Y".
001670     88  SRC-ALREADY-NO                     VALUE "N".
001680
001680 77  SRC-STOP-SWITCH             PIC X(01) VALUE "N".
001680     88  SRC-STOP-YES                       VALUE "Y".
001680     88  SRC-STOP-NO                        VALUE "N".
001680
001680 77  SRC-FROM-LEG-STATE          PIC X(01) VALUE SPACE.
001680     88  SRC-FROM-LEG-MISSING               VALUE SPACE.
001680     88  SRC-FROM-LEG-PENDING               VALUE "Q".
001680     88  SRC-FROM-LEG-DONE                  VALUE "C".
001680
001680 77  SRC-TO-LEG-STATE            PIC X(01) VALUE SPACE.
001680     88  SRC-TO-LEG-MISSING                 VALUE SPACE.
001680     88  SRC-TO-LEG-PENDING                 VALUE "Q".
001680     88  SRC-TO-LEG-DONE                    VALUE "C".
001680
001690 77  SRC-MAP-HIT-SWITCH          PIC X(01) VALUE "N".
001700     88  SRC-MAP-HIT-YES                    VALUE "Y".
001710     88  SRC-MAP-HIT-NO                     VALUE "N".
001720
001730 77  SRC-BUDGET-WARN-SWITCH      PIC X(01) VALUE "N".
001740     88  SRC-BUDGET-WARN-YES                VALUE "Y".
001750     88  SRC-BUDGET-WARN-NO                 VALUE "N".
001760
001770 77  SRC-CYCLE-DATE              PIC 9(08) VALUE ZEROS.
001780 77  SRC-CYCLE-PERIOD            PIC 9(06) VALUE ZEROS.
001790 77  SRC-LAST-SEQ                PIC 9(02) VALUE ZEROS.
001800 77  SRC-FROM-SEQ                PIC 9(02) VALUE ZEROS.
001810 77  SRC-TO-SEQ                  PIC 9(02) VALUE ZEROS.
001810 77  SRC-LEG-SEQ                 PIC 9(02) VALUE ZEROS.
001820 77  SRC-VOUCHER-SEQ             PIC 9(04) VALUE ZEROS.
001830 77  SRC-CHECK-CC                PIC X(04) VALUE SPACES.
001840 77  SRC-FROM-ACCOUNT            PIC X(08) VALUE SPACES.
001850 77  SRC-TO-ACCOUNT              PIC X(08) VALUE SPACES.
001850 77  SRC-PAIR-FROM-CC            PIC X(04) VALUE SPACES.
001850 77  SRC-PAIR-TO-CC              PIC X(04) VALUE SPACES.
001850 77  SRC-POST-NOTE               PIC X(30) VALUE SPACES.
001860 77  SRC-REFUSE-REASON           PIC X(40) VALUE SPACES.
001870 77  SRC-ITEM-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZERO.
001880 77  SRC-ITEM-LEFT               PIC S9(9)V99 COMP-3 VALUE ZERO.
001890 77  SRC-PORTION                 PIC S9(9)V99 COMP-3 VALUE ZERO.
001890 77  SRC-ORIG-BEFORE             PIC S9(9)V99 COMP-3 VALUE ZERO.
001900 77  SRC-SPEND-DELTA             PIC S9(9)V99 COMP-3 VALUE ZERO.
001910 77  SRC-RECLASSED-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
001920 77  SRC-DEBIT-TOTAL             PIC S9(9)V99 COMP-3 VALUE ZERO.
001930 77  SRC-CREDIT-TOTAL            PIC S9(9)V99 COMP-3 VALUE ZERO.
001940 77  SRC-DIFFERENCE              PIC S9(9)V99 COMP-3 VALUE ZERO.
001950 77  SRC-READ-COUNT              PIC 9(05) COMP VALUE 0.
001960 77  SRC-POSTED-COUNT            PIC 9(05) COMP VALUE 0.
001970 77  SRC-ALREADY-COUNT           PIC 9(05) COMP VALUE 0.
001970 77  SRC-COMPLETED-COUNT         PIC 9(05) COMP VALUE 0.
001980 77  SRC-REFUSED-COUNT           PIC 9(05) COMP VALUE 0.
001990 77  SRC-OVER-BUDGET-COUNT       PIC 9(05) COMP VALUE 0.
002000
002010******************************************************************
002020* SRC-REG-WORK-LINE AND ITS REDEFINES - THE REGISTER LINE IS
002030* BUILT HERE IN WORKING STORAGE, THEN MOVED INTO THE REGISTER-
002040* FILE RECORD JUST BEFORE EACH WRITE.
002050******************************************************************
002060 01  SRC-REG-WORK-LINE               PIC X(080) VALUE SPACES.
002070
002080 01  SRC-REG-HEADING REDEFINES SRC-REG-WORK-LINE.
002090     05  SRC-REG-HDG-LABEL           PIC X(40).
002100     05  SRC-REG-HDG-DATE            PIC X(08).
002110     05  FILLER                      PIC X(32).
002120
002130 01  SRC-REG-DETAIL REDEFINES SRC-REG-WORK-LINE.
002140     05  SRC-REG-DET-REF             PIC X(08).
002150     05  FILLER                      PIC X(01).
002160     05  SRC-REG-DET-DATE            PIC X(08).
002170     05  FILLER                      PIC X(01).
002180     05  SRC-REG-DET-KEY             PIC X(06).
002190     05  FILLER                      PIC X(01).
002200     05  SRC-REG-DET-FROM            PIC X(04).
002210     05  SRC-REG-DET-ARROW           PIC X(04).
002220     05  SRC-REG-DET-TO              PIC X(04).
002230     05  FILLER                      PIC X(01).
002240     05  SRC-REG-DET-AMOUNT          PIC -(7)9.99.
002250     05  FILLER                      PIC X(01).
002260     05  SRC-REG-DET-NOTE            PIC X(30).
002270
002280 01  SRC-REG-LEG REDEFINES SRC-REG-WORK-LINE.
002290     05  FILLER                      PIC X(04).
002300     05  SRC-REG-LEG-SEQ             PIC 9(04).
002310     05  FILLER                      PIC X(02).
002320     05  SRC-REG-LEG-ACCOUNT         PIC X(08).
002330     05  FILLER                      PIC X(02).
002340     05  SRC-REG-LEG-DC              PIC X(01).
002350     05  FILLER                      PIC X(02).
002360     05  SRC-REG-LEG-CC              PIC X(04).
002370     05  FILLER                      PIC X(02).
002380     05  SRC-REG-LEG-AMOUNT          PIC -(9)9.99.
002390     05  FILLER                      PIC X(02).
002400     05  SRC-REG-LEG-HIS-SEQ         PIC X(10).
002410     05  FILLER                      PIC X(26).
002420
002430 01  SRC-REG-FLAG REDEFINES SRC-REG-WORK-LINE.
002440     05  FILLER                      PIC X(04).
002450     05  SRC-REG-FLG-MARK            PIC X(04).
002460     05  SRC-REG-FLG-CC              PIC X(04).
002470     05  FILLER                      PIC X(02).
002480     05  SRC-REG-FLG-TEXT            PIC X(24).
002490     05  SRC-REG-FLG-PERIOD          PIC X(06).
002500     05  FILLER                      PIC X(02).
002510     05  SRC-REG-FLG-SPEND           PIC -(9)9.99.
002520     05  FILLER                      PIC X(02).
002530     05  SRC-REG-FLG-BUDGET          PIC -(9)9.99.
002540     05  FILLER                      PIC X(04).
002550
002560 01  SRC-REG-TOTAL REDEFINES SRC-REG-WORK-LINE.
002570     05  SRC-REG-TOT-LABEL           PIC X(22).
002580     05  SRC-REG-TOT-AMOUNT          PIC -(9)9.99.
002590     05  FILLER                      PIC X(45).
002600
002610 01  SRC-REG-COUNT REDEFINES SRC-REG-WORK-LINE.
002620     05  SRC-REG-CNT-LABEL           PIC X(22).
002630     05  SRC-REG-CNT-COUNT           PIC ZZZZ9.
002640     05  FILLER                      PIC X(53).
002650
002660 LINKAGE SECTION.
002670 01  SRC-LINK-CYCLE-DATE         PIC 9(08).
002680
002690 PROCEDURE DIVISION USING SRC-LINK-CYCLE-DATE.
002700******************************************************************
002710* 0000-MAINLINE
002720******************************************************************
002730 0000-MAINLINE.
002740
002750     PERFORM 1000-INITIALIZE
002760         THRU 1000-INITIALIZE-EXIT.
002770
002780     PERFORM 2000-RECLASS-ONE-ITEM
002790         THRU 2000-RECLASS-ONE-ITEM-EXIT
002800         UNTIL SRC-RCL-EOF-YES.
002810
002820     PERFORM 3000-TERMINATE
002830         THRU 3000-TERMINATE-EXIT.
002840
002850     GOBACK.
002860
002870******************************************************************
002880* 1000-INITIALIZE - TAKE THE CYCLE DATE, OPEN THE FILES, PRINT THE
002890*                  REGISTER HEADING AND READ THE FIRST RECLASS
002900******************************************************************
002910 1000-INITIALIZE.
002920
002930     MOVE "Y" TO SRC-RCL-EOF-SWITCH.
002940
002950*    CALLED BY NIGHTDRV THE RECLASSES POST UNDER THE CYCLE DATE;
002960*    STANDALONE THEY POST UNDER TODAY.
002970     IF ADDRESS OF SRC-LINK-CYCLE-DATE NOT = NULL
002980         MOVE SRC-LINK-CYCLE-DATE TO SRC-CYCLE-DATE
002990     ELSE
003000         ACCEPT SRC-CYCLE-DATE FROM DATE YYYYMMDD
003010     END-IF.
003020
003030     DIVIDE SRC-CYCLE-DATE BY 100 GIVING SRC-CYCLE-PERIOD.
003040
003050     OPEN I-O TRANHIST-FILE.
003060
003070     IF NOT SRC-HIS-OK
003080         DISPLAY "SOMRCLS: UNABLE TO OPEN SOMTHIST, STATUS "
003090             SRC-HIS-STATUS
003100         MOVE 8 TO RETURN-CODE
003110         MOVE "N" TO SRC-INIT-STATUS-SWITCH
003120         GO TO 1000-INITIALIZE-EXIT
003130     END-IF.
003140
003150     OPEN I-O COSTCTR-FILE.
003160
003170     IF NOT SRC-CCM-OK
003180         DISPLAY "SOMRCLS: UNABLE TO OPEN SOMCCM, STATUS "
003190             SRC-CCM-STATUS
003200         MOVE 8 TO RETURN-CODE
003210         MOVE "N" TO SRC-INIT-STATUS-SWITCH
003220         GO TO 1000-INITIALIZE-EXIT
003230     END-IF.
003240
003250     OPEN INPUT BUDGET-FILE.
003260
003270*    A SHOP WITH NO BUDGET FILE SIMPLY RECLASSES UNCHECKED.
003280     IF SRC-BUD-FILE-NOT-FOUND
003290         MOVE "N" TO SRC-BUD-PRESENT-SWITCH
003300     ELSE
003310         IF NOT SRC-BUD-OK
003320             DISPLAY "SOMRCLS: UNABLE TO OPEN SOMBUDG, STATUS "
003330                 SRC-BUD-STATUS
003340             MOVE 8 TO RETURN-CODE
003350             MOVE "N" TO SRC-INIT-STATUS-SWITCH
003360             GO TO 1000-INITIALIZE-EXIT
003370         END-IF
003380     END-IF.
003390
003400     OPEN INPUT MAPPING-FILE.
003410
003420     IF NOT SRC-MAP-OK
003430         DISPLAY "SOMRCLS: UNABLE TO OPEN SOMGLMAP, STATUS "
003440             SRC-MAP-STATUS
003450         MOVE 8 TO RETURN-CODE
003460         MOVE "N" TO SRC-INIT-STATUS-SWITCH
003470         GO TO 1000-INITIALIZE-EXIT
003480     END-IF.
003490
003490*    THE VOUCHER IS REBUILT WHOLE BY EVERY RUN: ON A RERUN THE
003490*    LEGS OF RECLASSES ALREADY POSTED ARE WRITTEN AGAIN FROM
003490*    THEIR SOMTHIST PAIRS (2000-RECLASS-ONE-ITEM).
003500     OPEN OUTPUT VOUCHER-FILE.
003510
003520     IF NOT SRC-JVR-OK
003530         DISPLAY "SOMRCLS: UNABLE TO OPEN SOMRJVF, STATUS "
003540             SRC-JVR-STATUS
003550         MOVE 8 TO RETURN-CODE
003560         MOVE "N" TO SRC-INIT-STATUS-SWITCH
003570         GO TO 1000-INITIALIZE-EXIT
003580     END-IF.
003590
003600     OPEN OUTPUT REGISTER-FILE.
003610
003620     IF NOT SRC-REG-OK
003630         DISPLAY "SOMRCLS: UNABLE TO OPEN SOMRCRPT, STATUS "
003640             SRC-REG-STATUS
003650         MOVE 8 TO RETURN-CODE
003660         MOVE "N" TO SRC-INIT-STATUS-SWITCH
003670         GO TO 1000-INITIALIZE-EXIT
003680     END-IF.
003690
003700     MOVE SPACES TO SRC-REG-WORK-LINE.
003710     MOVE "COST-CENTER RECLASS REGISTER, CYCLE    "
003720         TO SRC-REG-HDG-LABEL.
003730     MOVE SRC-CYCLE-DATE TO SRC-REG-HDG-DATE.
003740     PERFORM 2900-WRITE-REGISTER-LINE
003750         THRU 2900-WRITE-REGISTER-LINE-EXIT.
003760
003770*    NO RECLASS INPUT TONIGHT SIMPLY MEANS NOTHING IS MOVED; THE
003780*    VOUCHER AND REGISTER ARE STILL WRITTEN, EMPTY.
003790     OPEN INPUT RECLASS-FILE.
003800
003810     IF SRC-RCL-FILE-NOT-FOUND
003820         DISPLAY "SOMRCLS: NO RCLTRAN INPUT - NOTHING TO RECLASS"
003830         GO TO 1000-INITIALIZE-EXIT
003840     END-IF.
003850
003860     IF NOT SRC-RCL-OK
003870         DISPLAY "SOMRCLS: UNABLE TO OPEN RCLTRAN, STATUS "
003880             SRC-RCL-STATUS
003890         MOVE "Y" TO SRC-FAIL-SWITCH
003900         GO TO 1000-INITIALIZE-EXIT
003910     END-IF.
003920
003930     MOVE "Y" TO SRC-RCL-OPEN-SWITCH.
003940     MOVE "N" TO SRC-RCL-EOF-SWITCH.
003950
003960     PERFORM 2800-READ-NEXT-RECLASS
003970         THRU 2800-READ-NEXT-RECLASS-EXIT.
003980
003990 1000-INITIALIZE-EXIT.
004000     EXIT.
004010
004020******************************************************************
004030* 2000-RECLASS-ONE-ITEM - EDIT ONE RECLASS AND, WHEN IT STANDS,
004040*                        POST IT: THE HISTORY PAIR, THE ORIGINAL'S
004050*                        RECLASSED TOTAL, BOTH CENTERS' SPEND AND
004060*                        THE VOUCHER LEGS.  A RECLASS ALREADY ON
004060*                        THE ARCHIVE HAS ITS LEGS WRITTEN AGAIN,
004060*                        AND IS FINISHED FIRST IF LEFT PENDING.
004070******************************************************************
004080 2000-RECLASS-ONE-ITEM.
004090
004100     ADD 1 TO SRC-READ-COUNT.
004110
004120     PERFORM 2100-EDIT-RECLASS
004130         THRU 2100-EDIT-RECLASS-EXIT.
004140
004150     IF SRC-REFUSE-REASON NOT = SPACES
004160         PERFORM 2700-REPORT-REFUSAL
004170             THRU 2700-REPORT-REFUSAL-EXIT
004180         GO TO 2000-RECLASS-ONE-ITEM-NEXT
004190     END-IF.
004200
004210*    A REFERENCE ALREADY ON THE ARCHIVE FOR THIS CYCLE IS NOT
004214*    POSTED AGAIN.  WHEN ITS PAIR IS CLOSED ONLY THE VOUCHER LEGS
004218*    ARE WRITTEN, FROM THE PAIR; WHEN A FAILED RUN LEFT IT PENDING
004222*    THE POSTING IS CARRIED THROUGH FROM WHERE IT STOPPED.
004226     IF SRC-ALREADY-YES
004230         PERFORM 2160-TAKE-PAIR-ACCOUNTS
004234             THRU 2160-TAKE-PAIR-ACCOUNTS-EXIT
004238         IF SRC-MAP-HIT-NO
004242             IF NOT SRC-TO-LEG-DONE
004246                 GO TO 2000-RECLASS-ONE-ITEM-STOP
004250             END-IF
004254             PERFORM 2600-BUILD-DETAIL-LINE
004258                 THRU 2600-BUILD-DETAIL-LINE-EXIT
004262             MOVE "POSTED - NO SOMGLMAP ACCOUNT"
004266                 TO SRC-REG-DET-NOTE
004270             PERFORM 2900-WRITE-REGISTER-LINE
004274                 THRU 2900-WRITE-REGISTER-LINE-EXIT
004278             DISPLAY "SOMRCLS: RECLASS " RCL-TRN-REF
004282                 " ALREADY POSTED BUT A CENTER HAS NO SOMGLMAP "
004286                 "ACCOUNT - NO LEGS WRITTEN"
004290             MOVE "Y" TO SRC-FAIL-SWITCH
004294             GO TO 2000-RECLASS-ONE-ITEM-NEXT
004298         END-IF
004302         IF SRC-TO-LEG-DONE
004306             ADD 1 TO SRC-ALREADY-COUNT
004310             PERFORM 2600-BUILD-DETAIL-LINE
004314                 THRU 2600-BUILD-DETAIL-LINE-EXIT
004318             MOVE "ALREADY POSTED - LEGS REBUILT"
004322                 TO SRC-REG-DET-NOTE
004326             PERFORM 2900-WRITE-REGISTER-LINE
004330                 THRU 2900-WRITE-REGISTER-LINE-EXIT
004334             PERFORM 2500-WRITE-VOUCHER-PAIR
004338                 THRU 2500-WRITE-VOUCHER-PAIR-EXIT
004342             GO TO 2000-RECLASS-ONE-ITEM-NEXT
004346         END-IF
004350         MOVE "PART-POSTED - NOW COMPLETED" TO SRC-POST-NOTE
004354     ELSE
004358         MOVE "RECLASSED" TO SRC-POST-NOTE
004362     END-IF.
004366
004370     PERFORM 2200-WRITE-HISTORY-PAIR
004374         THRU 2200-WRITE-HISTORY-PAIR-EXIT.
004378
004382     IF SRC-PAIR-WRITTEN-NO
004386         GO TO 2000-RECLASS-ONE-ITEM-STOP
004390     END-IF.
004394
004398     PERFORM 2600-BUILD-DETAIL-LINE
004402         THRU 2600-BUILD-DETAIL-LINE-EXIT.
004406     MOVE SRC-POST-NOTE TO SRC-REG-DET-NOTE.
004410     PERFORM 2900-WRITE-REGISTER-LINE
004414         THRU 2900-WRITE-REGISTER-LINE-EXIT.
004418
004422     PERFORM 2250-APPLY-PAIR
004426         THRU 2250-APPLY-PAIR-EXIT.
004430
004434     IF SRC-STOP-YES
004438         GO TO 2000-RECLASS-ONE-ITEM-STOP
004442     END-IF.
004446
004450     PERFORM 2500-WRITE-VOUCHER-PAIR
004454         THRU 2500-WRITE-VOUCHER-PAIR-EXIT.
004458
004462     ADD 1           TO SRC-POSTED-COUNT.
004466     ADD SRC-PORTION TO SRC-RECLASSED-TOTAL.
004470
004474     IF SRC-ALREADY-YES
004478         ADD 1 TO SRC-COMPLETED-COUNT
004482     END-IF.
004486
004490     GO TO 2000-RECLASS-ONE-ITEM-NEXT.
004494
004498 2000-RECLASS-ONE-ITEM-STOP.
004502
004506*    A RECLASS LEFT PART-POSTED STOPS THE RUN, SO NOTHING AFTER
004510*    IT TOUCHES THE SAME ITEM OR CENTERS BEFORE THE RERUN
004514*    FINISHES IT.
004518     DISPLAY "SOMRCLS: RECLASS " RCL-TRN-REF
004522         " NOT FULLY POSTED - RUN STOPPED, RERUN THE STEP "
004526         "TO COMPLETE IT".
004530     MOVE "Y" TO SRC-FAIL-SWITCH.
004534     MOVE "Y" TO SRC-RCL-EOF-SWITCH.
004538     GO TO 2000-RECLASS-ONE-ITEM-EXIT.
004620
004630 2000-RECLASS-ONE-ITEM-NEXT.
004640
004650     PERFORM 2800-READ-NEXT-RECLASS
004660         THRU 2800-READ-NEXT-RECLASS-EXIT.
004670
004680 2000-RECLASS-ONE-ITEM-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720* 2100-EDIT-RECLASS - EVERYTHING IS CHECKED BEFORE ANYTHING IS
004730*                    WRITTEN: THE RECLASS ITSELF, THE ORIGINAL
004740*                    ITEM (ON THE ARCHIVE, POSTED, BOOKED TO THE
004750*                    FROM CENTER, NOT YET RECLASSED PAST THE
004760*                    AMOUNT ASKED FOR) AND BOTH CENTERS.  THE
004770*                    FIRST FAULT FOUND IS THE REASON GIVEN.
004780******************************************************************
004790 2100-EDIT-RECLASS.
004800
004810     MOVE SPACES TO SRC-REFUSE-REASON.
004820     MOVE "N"    TO SRC-ALREADY-SWITCH.
004830
004840     IF RCL-TRN-REF = SPACES
004850         MOVE "NO DOCUMENT REFERENCE" TO SRC-REFUSE-REASON
004860         GO TO 2100-EDIT-RECLASS-EXIT
004870     END-IF.
004880
004890     IF RCL-TRN-RUN-DATE NOT NUMERIC
004900        OR RCL-TRN-TRAN-KEY NOT NUMERIC
004910         MOVE "ORIGINAL RUN DATE OR KEY NOT NUMERIC"
004920             TO SRC-REFUSE-REASON
004930         GO TO 2100-EDIT-RECLASS-EXIT
004940     END-IF.
004950
004960     IF RCL-TRN-AMOUNT NOT NUMERIC
004970         MOVE "AMOUNT NOT NUMERIC" TO SRC-REFUSE-REASON
004980         GO TO 2100-EDIT-RECLASS-EXIT
004990     END-IF.
005000
005010     IF RCL-TRN-AMOUNT = ZERO
005020         MOVE "AMOUNT IS ZERO" TO SRC-REFUSE-REASON
005030         GO TO 2100-EDIT-RECLASS-EXIT
005040     END-IF.
005050
005060     IF RCL-TRN-FROM-CC = RCL-TRN-TO-CC
005070         MOVE "FROM AND TO COST CENTER ARE THE SAME"
005080             TO SRC-REFUSE-REASON
005090         GO TO 2100-EDIT-RECLASS-EXIT
005100     END-IF.
005110
005120     PERFORM 2110-SCAN-CYCLE-PAIRS
005130         THRU 2110-SCAN-CYCLE-PAIRS-EXIT.
005140
005150     IF SRC-ALREADY-YES
005160         GO TO 2100-EDIT-RECLASS-EXIT
005170     END-IF.
005180
005190     IF SRC-LAST-SEQ > 97
005200         MOVE "NO ARCHIVE SEQUENCE LEFT FOR THE KEY"
005210             TO SRC-REFUSE-REASON
005220         GO TO 2100-EDIT-RECLASS-EXIT
005230     END-IF.
005240
005250     MOVE RCL-TRN-RUN-DATE TO SOM-HIS-RUN-DATE.
005260     MOVE RCL-TRN-TRAN-KEY TO SOM-HIS-TRAN-KEY.
005270     MOVE ZEROS            TO SOM-HIS-SEQ.
005280
005290     READ TRANHIST-FILE
005300         KEY IS SOM-HIS-KEY
005310         INVALID KEY
005320             MOVE "ORIGINAL ITEM NOT ON SOMTHIST"
005330                 TO SRC-REFUSE-REASON
005340             GO TO 2100-EDIT-RECLASS-EXIT
005350     END-READ.
005360
005370     IF NOT SOM-HIS-POSTED
005380         MOVE "ORIGINAL ITEM WAS NOT POSTED" TO SRC-REFUSE-REASON
005390         GO TO 2100-EDIT-RECLASS-EXIT
005400     END-IF.
005410
005420     IF SOM-HIS-COST-CENTER NOT = RCL-TRN-FROM-CC
005430         MOVE "ITEM NOT BOOKED TO THE FROM COST CENTER"
005440             TO SRC-REFUSE-REASON
005450         GO TO 2100-EDIT-RECLASS-EXIT
005460     END-IF.
005470
005480*    THE AMOUNT IS ENTERED UNSIGNED AND MEASURED AGAINST THE SIZE
005490*    OF THE ITEM; THE RECLASSED TOTAL IS KEPT THE SAME WAY.
005500     MOVE SOM-HIS-AMOUNT TO SRC-ITEM-AMOUNT.
005510
005520     IF SRC-ITEM-AMOUNT < 0
005530         COMPUTE SRC-ITEM-AMOUNT = 0 - SRC-ITEM-AMOUNT
005540     END-IF.
005550
005550     MOVE SOM-HIS-RECLASSED-AMOUNT TO SRC-ORIG-BEFORE.
005550
005560     COMPUTE SRC-ITEM-LEFT =
005570         SRC-ITEM-AMOUNT - SOM-HIS-RECLASSED-AMOUNT.
005580
005590     IF SRC-ITEM-LEFT NOT > 0
005600         MOVE "ITEM ALREADY FULLY RECLASSED" TO SRC-REFUSE-REASON
005610         GO TO 2100-EDIT-RECLASS-EXIT
005620     END-IF.
005630
005640     IF RCL-TRN-AMOUNT > SRC-ITEM-LEFT
005650         MOVE "AMOUNT EXCEEDS WHAT IS LEFT OF THE ITEM"
005660             TO SRC-REFUSE-REASON
005670         GO TO 2100-EDIT-RECLASS-EXIT
005680     END-IF.
005690
005700     IF SOM-HIS-AMOUNT < 0
005710         COMPUTE SRC-PORTION = 0 - RCL-TRN-AMOUNT
005720     ELSE
005730         MOVE RCL-TRN-AMOUNT TO SRC-PORTION
005740     END-IF.
005750
005760     MOVE RCL-TRN-FROM-CC TO SOM-CCM-CODE.
005770
005780     READ COSTCTR-FILE
005790         KEY IS SOM-CCM-CODE
005800         INVALID KEY
005810             MOVE "FROM COST CENTER NOT ON SOMCCM"
005820                 TO SRC-REFUSE-REASON
005830             GO TO 2100-EDIT-RECLASS-EXIT
005840     END-READ.
005850
005860     MOVE RCL-TRN-TO-CC TO SOM-CCM-CODE.
005870
005880     READ COSTCTR-FILE
005890         KEY IS SOM-CCM-CODE
005900         INVALID KEY
005910             MOVE "TO COST CENTER NOT ON SOMCCM"
005920                 TO SRC-REFUSE-REASON
005930             GO TO 2100-EDIT-RECLASS-EXIT
005940     END-READ.
005950
005960     IF NOT SOM-CCM-ACTIVE
005970         MOVE "TO COST CENTER CLOSED" TO SRC-REFUSE-REASON
005980         GO TO 2100-EDIT-RECLASS-EXIT
005990     END-IF.
006000
006010     MOVE RCL-TRN-FROM-CC TO SRC-CHECK-CC.
006020     PERFORM 2150-LOOK-UP-MAPPING
006030         THRU 2150-LOOK-UP-MAPPING-EXIT.
006040
006050     IF SRC-MAP-HIT-NO
006060         MOVE "FROM COST CENTER HAS NO SOMGLMAP ACCOUNT"
006070             TO SRC-REFUSE-REASON
006080         GO TO 2100-EDIT-RECLASS-EXIT
006090     END-IF.
006100
006110     MOVE SOM-GLM-ACCOUNT TO SRC-FROM-ACCOUNT.
006120
006130     MOVE RCL-TRN-TO-CC TO SRC-CHECK-CC.
006140     PERFORM 2150-LOOK-UP-MAPPING
006150         THRU 2150-LOOK-UP-MAPPING-EXIT.
006160
006170     IF SRC-MAP-HIT-NO
006180         MOVE "TO COST CENTER HAS NO SOMGLMAP ACCOUNT"
006190             TO SRC-REFUSE-REASON
006200         GO TO 2100-EDIT-RECLASS-EXIT
006210     END-IF.
006220
006230     MOVE SOM-GLM-ACCOUNT TO SRC-TO-ACCOUNT.
006240
006250 2100-EDIT-RECLASS-EXIT.
006260     EXIT.
006270
006280******************************************************************
006290* 2110-SCAN-CYCLE-PAIRS - READ THE RECLASS RECORDS ALREADY FILED
006300*                        THIS CYCLE UNDER THE ITEM'S TRANSACTION
006310*                        KEY: NOTE THE HIGHEST SEQUENCE IN USE,
006320*                        AND WHETHER THIS DOCUMENT REFERENCE HAS
006330*                        ALREADY BEEN POSTED AGAINST THE SAME ITEM
006330*                        - AND IF SO, WHAT ITS PAIR HOLDS
006340******************************************************************
006350 2110-SCAN-CYCLE-PAIRS.
006360
006370     MOVE ZEROS TO SRC-LAST-SEQ.
006380     MOVE "N"   TO SRC-HIS-EOF-SWITCH.
006380     MOVE SPACE TO SRC-FROM-LEG-STATE.
006380     MOVE SPACE TO SRC-TO-LEG-STATE.
006380     MOVE RCL-TRN-FROM-CC TO SRC-PAIR-FROM-CC.
006380     MOVE RCL-TRN-TO-CC   TO SRC-PAIR-TO-CC.
006390
006400     MOVE SRC-CYCLE-DATE   TO SOM-HIS-RUN-DATE.
006410     MOVE RCL-TRN-TRAN-KEY TO SOM-HIS-TRAN-KEY.
006420     MOVE 01               TO SOM-HIS-SEQ.
006430
006440     START TRANHIST-FILE
006450         KEY IS NOT LESS THAN SOM-HIS-KEY
006460         INVALID KEY
006470             GO TO 2110-SCAN-CYCLE-PAIRS-EXIT
006480     END-START.
006490
006500     PERFORM 2120-READ-NEXT-HISTORY
006510         THRU 2120-READ-NEXT-HISTORY-EXIT.
006520
006530     PERFORM 2130-CHECK-ONE-PAIR-RECORD
006540         THRU 2130-CHECK-ONE-PAIR-RECORD-EXIT
006550         UNTIL SRC-HIS-EOF-YES
006560            OR SOM-HIS-RUN-DATE NOT = SRC-CYCLE-DATE
006570            OR SOM-HIS-TRAN-KEY NOT = RCL-TRN-TRAN-KEY.
006580
006590 2110-SCAN-CYCLE-PAIRS-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630* 2120-READ-NEXT-HISTORY - READ THE NEXT ARCHIVE RECORD IN KEY
006640*                         SEQUENCE, FLAG EOF
006650******************************************************************
006660 2120-READ-NEXT-HISTORY.
006670
006680     READ TRANHIST-FILE NEXT RECORD
006690         AT END
006700             MOVE "Y" TO SRC-HIS-EOF-SWITCH
006710     END-READ.
006720
006730 2120-READ-NEXT-HISTORY-EXIT.
006740     EXIT.
006750
006760******************************************************************
006770* 2130-CHECK-ONE-PAIR-RECORD - ONE RECLASS RECORD OF THE KEY
006780******************************************************************
006790 2130-CHECK-ONE-PAIR-RECORD.
006800
006810     MOVE SOM-HIS-SEQ TO SRC-LAST-SEQ.
006820
006830     IF (SOM-HIS-RECLASS OR SOM-HIS-RECLASS-PENDING)
006840        AND SOM-HIS-RECLASS-REF   = RCL-TRN-REF
006850        AND SOM-HIS-LINK-RUN-DATE = RCL-TRN-RUN-DATE
006860         MOVE "Y" TO SRC-ALREADY-SWITCH
006860         PERFORM 2140-TAKE-PAIR-LEG
006860             THRU 2140-TAKE-PAIR-LEG-EXIT
006870     END-IF.
006880
006890     PERFORM 2120-READ-NEXT-HISTORY
006900         THRU 2120-READ-NEXT-HISTORY-EXIT.
006910
006920 2130-CHECK-ONE-PAIR-RECORD-EXIT.
006930     EXIT.
006940
006935******************************************************************
006935* 2140-TAKE-PAIR-LEG - NOTE WHAT ONE LEG OF THE PAIR ALREADY FILED
006935*                     FOR THIS REFERENCE HOLDS.  THE FROM LEG (THE
006935*                     LOWER SEQUENCE) GIVES THE AMOUNT, ITS
006935*                     CENTER AND THE ORIGINAL'S RECLASSED TOTAL
006935*                     AS IT STOOD BEFORE THE PAIR; THE TO LEG
006935*                     GIVES ITS CENTER.  EACH LEG'S DISPOSITION
006935*                     SAYS WHETHER ITS CENTER'S SPEND HAS MOVED.
006935******************************************************************
006935 2140-TAKE-PAIR-LEG.
006935
006935     IF SOM-HIS-PAIR-SEQ > SOM-HIS-SEQ
006935         MOVE SOM-HIS-SEQ              TO SRC-FROM-SEQ
006935         MOVE SOM-HIS-PAIR-SEQ         TO SRC-TO-SEQ
006935         MOVE SOM-HIS-DISPOSITION      TO SRC-FROM-LEG-STATE
006935         MOVE SOM-HIS-COST-CENTER      TO SRC-PAIR-FROM-CC
006935         COMPUTE SRC-PORTION = 0 - SOM-HIS-AMOUNT
006935         MOVE SOM-HIS-RECLASSED-AMOUNT TO SRC-ORIG-BEFORE
006935     ELSE
006935         MOVE SOM-HIS-DISPOSITION      TO SRC-TO-LEG-STATE
006935         MOVE SOM-HIS-COST-CENTER      TO SRC-PAIR-TO-CC
006935     END-IF.
006935
006935 2140-TAKE-PAIR-LEG-EXIT.
006935     EXIT.
006940
006950******************************************************************
006960* 2150-LOOK-UP-MAPPING - READ THE MAPPING RECORD CARRYING THE
006970*                       COST CENTER IN SRC-CHECK-CC
006980******************************************************************
006990 2150-LOOK-UP-MAPPING.
007000
007010     MOVE "N" TO SRC-MAP-HIT-SWITCH.
007020     MOVE SRC-CHECK-CC TO SOM-GLM-COST-CENTER.
007030
007040     READ MAPPING-FILE
007050         KEY IS SOM-GLM-COST-CENTER
007060         INVALID KEY
007070             GO TO 2150-LOOK-UP-MAPPING-EXIT
007080     END-READ.
007090
007100     IF SRC-MAP-OK
007110         MOVE "Y" TO SRC-MAP-HIT-SWITCH
007120     END-IF.
007130
007140 2150-LOOK-UP-MAPPING-EXIT.
007150     EXIT.
007160
007160******************************************************************
007160* 2160-TAKE-PAIR-ACCOUNTS - THE MAPPED ACCOUNTS OF THE TWO
007160*                          CENTERS OF A PAIR ALREADY ON THE
007160*                          ARCHIVE, FOR ITS VOUCHER LEGS
007160******************************************************************
007160 2160-TAKE-PAIR-ACCOUNTS.
007160
007160     MOVE SRC-PAIR-FROM-CC TO SRC-CHECK-CC.
007160     PERFORM 2150-LOOK-UP-MAPPING
007160         THRU 2150-LOOK-UP-MAPPING-EXIT.
007160
007160     IF SRC-MAP-HIT-NO
007160         GO TO 2160-TAKE-PAIR-ACCOUNTS-EXIT
007160     END-IF.
007160
007160     MOVE SOM-GLM-ACCOUNT TO SRC-FROM-ACCOUNT.
007160
007160     MOVE SRC-PAIR-TO-CC TO SRC-CHECK-CC.
007160     PERFORM 2150-LOOK-UP-MAPPING
007160         THRU 2150-LOOK-UP-MAPPING-EXIT.
007160
007160     IF SRC-MAP-HIT-YES
007160         MOVE SOM-GLM-ACCOUNT TO SRC-TO-ACCOUNT
007160     END-IF.
007160
007160 2160-TAKE-PAIR-ACCOUNTS-EXIT.
007160     EXIT.
007160
007170******************************************************************
007170* 2200-WRITE-HISTORY-PAIR - FILE THE RECLASS AS TWO LINKED
007170*                          SOMTHIST RECORDS UNDER THE CYCLE DATE
007170*                          AND THE ITEM'S KEY: THE AMOUNT TAKEN
007170*                          OFF THE FROM CENTER, THEN THE AMOUNT
007170*                          PUT ON THE TO CENTER.  EACH NAMES THE
007170*                          ORIGINAL ITEM AND THE OTHER RECORD OF
007170*                          THE PAIR.  BOTH ARE FILED PENDING
007170*                          ("Q"); A LEG ALREADY ON FILE FROM A
007170*                          FAILED RUN IS LEFT AS IT IS.
007170******************************************************************
007170 2200-WRITE-HISTORY-PAIR.
007170
007170     MOVE "N" TO SRC-PAIR-WRITTEN-SWITCH.
007170
007170     IF SRC-FROM-LEG-MISSING
007170         COMPUTE SRC-FROM-SEQ = SRC-LAST-SEQ + 1
007170         COMPUTE SRC-TO-SEQ   = SRC-LAST-SEQ + 2
007170         PERFORM 2210-SET-PAIR-FIELDS
007170             THRU 2210-SET-PAIR-FIELDS-EXIT
007170         MOVE SRC-FROM-SEQ     TO SOM-HIS-SEQ
007170         COMPUTE SOM-HIS-AMOUNT = 0 - SRC-PORTION
007170         MOVE SRC-PAIR-FROM-CC TO SOM-HIS-COST-CENTER
007170         MOVE SOM-HIS-AMOUNT   TO SOM-HIS-ORIG-AMOUNT
007170         MOVE SRC-TO-SEQ       TO SOM-HIS-PAIR-SEQ
007170         WRITE SOM-HIST-RECORD
007170             INVALID KEY
007170                 CONTINUE
007170         END-WRITE
007170         IF NOT SRC-HIS-OK
007170             DISPLAY "SOMRCLS: SOMTHIST WRITE FAILED, STATUS "
007170                 SRC-HIS-STATUS ", REFERENCE " RCL-TRN-REF
007170             MOVE "Y" TO SRC-FAIL-SWITCH
007170             GO TO 2200-WRITE-HISTORY-PAIR-EXIT
007170         END-IF
007170         MOVE "Q" TO SRC-FROM-LEG-STATE
007170     END-IF.
007170
007170     IF SRC-TO-LEG-MISSING
007170         PERFORM 2210-SET-PAIR-FIELDS
007170             THRU 2210-SET-PAIR-FIELDS-EXIT
007170         MOVE SRC-TO-SEQ       TO SOM-HIS-SEQ
007170         MOVE SRC-PORTION      TO SOM-HIS-AMOUNT
007170         MOVE SRC-PAIR-TO-CC   TO SOM-HIS-COST-CENTER
007170         MOVE SOM-HIS-AMOUNT   TO SOM-HIS-ORIG-AMOUNT
007170         MOVE SRC-FROM-SEQ     TO SOM-HIS-PAIR-SEQ
007170         WRITE SOM-HIST-RECORD
007170             INVALID KEY
007170                 CONTINUE
007170         END-WRITE
007170         IF NOT SRC-HIS-OK
007170             DISPLAY "SOMRCLS: SOMTHIST WRITE FAILED, STATUS "
007170                 SRC-HIS-STATUS ", REFERENCE " RCL-TRN-REF
007170             MOVE "Y" TO SRC-FAIL-SWITCH
007170             GO TO 2200-WRITE-HISTORY-PAIR-EXIT
007170         END-IF
007170         MOVE "Q" TO SRC-TO-LEG-STATE
007170     END-IF.
007170
007170     MOVE "Y" TO SRC-PAIR-WRITTEN-SWITCH.
007170
007170 2200-WRITE-HISTORY-PAIR-EXIT.
007170     EXIT.
007170
007170******************************************************************
007170* 2210-SET-PAIR-FIELDS - THE FIELDS BOTH LEGS OF THE PAIR SHARE.
007170*                       THE RECLASSED TOTAL OF A LEG (ITSELF NEVER
007170*                       RECLASSED) CARRIES THE ORIGINAL'S TOTAL
007170*                       AS IT STOOD BEFORE THE PAIR, SO A RERUN
007170*                       CAN TELL WHETHER THE ORIGINAL HAS BEEN
007170*                       UPDATED; IT IS CLEARED WHEN THE LEG IS
007170*                       CLOSED.
007170******************************************************************
007170 2210-SET-PAIR-FIELDS.
007170
007170     MOVE SRC-CYCLE-DATE   TO SOM-HIS-RUN-DATE.
007170     MOVE RCL-TRN-TRAN-KEY TO SOM-HIS-TRAN-KEY.
007170     MOVE "Q"              TO SOM-HIS-DISPOSITION.
007170     MOVE SPACES           TO SOM-HIS-CURRENCY.
007170     MOVE SRC-ORIG-BEFORE  TO SOM-HIS-RECLASSED-AMOUNT.
007170     MOVE RCL-TRN-RUN-DATE TO SOM-HIS-LINK-RUN-DATE.
007170     MOVE RCL-TRN-TRAN-KEY TO SOM-HIS-LINK-TRAN-KEY.
007170     MOVE RCL-TRN-REF      TO SOM-HIS-RECLASS-REF.
007170     MOVE ZEROS            TO SOM-HIS-EFF-PERIOD.
007170
007170 2210-SET-PAIR-FIELDS-EXIT.
007170     EXIT.
007170
007170******************************************************************
007170* 2250-APPLY-PAIR - CARRY A PENDING PAIR THROUGH, IN AN ORDER A
007170*                  RERUN CAN PICK UP FROM: THE ORIGINAL'S
007170*                  RECLASSED TOTAL, THEN THE FROM CENTER'S SPEND
007170*                  AND ITS LEG CLOSED, THEN THE TO CENTER'S SPEND
007170*                  AND ITS LEG CLOSED.  A CLOSED FROM LEG MEANS
007170*                  THE ORIGINAL IS DONE, AND A CLOSED TO LEG MEANS
007170*                  THE WHOLE RECLASS IS.  ANY FAILURE SETS
007170*                  SRC-STOP-SWITCH.
007170******************************************************************
007170 2250-APPLY-PAIR.
007170
007170     MOVE "N" TO SRC-STOP-SWITCH.
007170
007170     IF SRC-FROM-LEG-DONE
007170         GO TO 2250-APPLY-PAIR-TO-LEG
007170     END-IF.
007170
007170     PERFORM 2300-UPDATE-ORIGINAL
007170         THRU 2300-UPDATE-ORIGINAL-EXIT.
007170
007170     IF SRC-STOP-YES
007170         GO TO 2250-APPLY-PAIR-EXIT
007170     END-IF.
007170
007170     MOVE SRC-PAIR-FROM-CC TO SRC-CHECK-CC.
007170     COMPUTE SRC-SPEND-DELTA = 0 - SRC-PORTION.
007170     PERFORM 2400-MOVE-CC-SPEND
007170         THRU 2400-MOVE-CC-SPEND-EXIT.
007170
007170     IF SRC-STOP-YES
007170         GO TO 2250-APPLY-PAIR-EXIT
007170     END-IF.
007170
007170     MOVE SRC-FROM-SEQ TO SRC-LEG-SEQ.
007170     PERFORM 2260-CLOSE-LEG
007170         THRU 2260-CLOSE-LEG-EXIT.
007170
007170     IF SRC-STOP-YES
007170         GO TO 2250-APPLY-PAIR-EXIT
007170     END-IF.
007170
007170 2250-APPLY-PAIR-TO-LEG.
007170
007170     MOVE SRC-PAIR-TO-CC TO SRC-CHECK-CC.
007170     MOVE SRC-PORTION    TO SRC-SPEND-DELTA.
007170     PERFORM 2400-MOVE-CC-SPEND
007170         THRU 2400-MOVE-CC-SPEND-EXIT.
007170
007170     IF SRC-STOP-YES
007170         GO TO 2250-APPLY-PAIR-EXIT
007170     END-IF.
007170
007170     MOVE SRC-TO-SEQ TO SRC-LEG-SEQ.
007170     PERFORM 2260-CLOSE-LEG
007170         THRU 2260-CLOSE-LEG-EXIT.
007170
007170 2250-APPLY-PAIR-EXIT.
007170     EXIT.
007170
007170******************************************************************
007170* 2260-CLOSE-LEG - MARK THE PAIR LEG AT SRC-LEG-SEQ POSTED ("C")
007170*                 NOW ITS CENTER'S SPEND HAS MOVED
007170******************************************************************
007170 2260-CLOSE-LEG.
007170
007170     MOVE SRC-CYCLE-DATE   TO SOM-HIS-RUN-DATE.
007170     MOVE RCL-TRN-TRAN-KEY TO SOM-HIS-TRAN-KEY.
007170     MOVE SRC-LEG-SEQ      TO SOM-HIS-SEQ.
007170
007170     READ TRANHIST-FILE
007170         KEY IS SOM-HIS-KEY
007170         INVALID KEY
007170             CONTINUE
007170     END-READ.
007170
007170     IF NOT SRC-HIS-OK
007170         DISPLAY "SOMRCLS: RECLASS LEG REREAD FAILED, STATUS "
007170             SRC-HIS-STATUS ", REFERENCE " RCL-TRN-REF
007170         MOVE "Y" TO SRC-FAIL-SWITCH
007170         MOVE "Y" TO SRC-STOP-SWITCH
007170         GO TO 2260-CLOSE-LEG-EXIT
007170     END-IF.
007170
007170     MOVE "C"  TO SOM-HIS-DISPOSITION.
007170     MOVE ZERO TO SOM-HIS-RECLASSED-AMOUNT.
007170
007170     REWRITE SOM-HIST-RECORD
007170         INVALID KEY
007170             CONTINUE
007170     END-REWRITE.
007170
007170     IF NOT SRC-HIS-OK
007170         DISPLAY "SOMRCLS: RECLASS LEG REWRITE FAILED, STATUS "
007170             SRC-HIS-STATUS ", REFERENCE " RCL-TRN-REF
007170         MOVE "Y" TO SRC-FAIL-SWITCH
007170         MOVE "Y" TO SRC-STOP-SWITCH
007170     END-IF.
007170
007170 2260-CLOSE-LEG-EXIT.
007170     EXIT.
007820******************************************************************
007830* 2300-UPDATE-ORIGINAL - ADD THE AMOUNT MOVED TO THE ORIGINAL
007840*                       ITEM'S RECLASSED TOTAL, UNLESS A FAILED
007840*                       RUN ALREADY DID - THE TOTAL NO LONGER
007840*                       STANDS WHERE THE PAIR FOUND IT
007850******************************************************************
007860 2300-UPDATE-ORIGINAL.
007870
007880     MOVE RCL-TRN-RUN-DATE TO SOM-HIS-RUN-DATE.
007890     MOVE RCL-TRN-TRAN-KEY TO SOM-HIS-TRAN-KEY.
007900     MOVE ZEROS            TO SOM-HIS-SEQ.
007910
007920     READ TRANHIST-FILE
007930         KEY IS SOM-HIS-KEY
007940         INVALID KEY
007950             CONTINUE
007960     END-READ.
007970
007980     IF NOT SRC-HIS-OK
007990         DISPLAY "SOMRCLS: ORIGINAL ITEM REREAD FAILED, STATUS "
008000             SRC-HIS-STATUS ", REFERENCE " RCL-TRN-REF
008010         MOVE "Y" TO SRC-FAIL-SWITCH
008010         MOVE "Y" TO SRC-STOP-SWITCH
008020         GO TO 2300-UPDATE-ORIGINAL-EXIT
008030     END-IF.
008040
008040     IF SOM-HIS-RECLASSED-AMOUNT NOT = SRC-ORIG-BEFORE
008040         GO TO 2300-UPDATE-ORIGINAL-EXIT
008040     END-IF.
008040
008040*    THE TOTAL IS KEPT UNSIGNED, AS THE AMOUNT WAS ENTERED.
008050     IF SRC-PORTION < 0
008050         COMPUTE SOM-HIS-RECLASSED-AMOUNT =
008050             SRC-ORIG-BEFORE - SRC-PORTION
008050     ELSE
008050         COMPUTE SOM-HIS-RECLASSED-AMOUNT =
008050             SRC-ORIG-BEFORE + SRC-PORTION
008050     END-IF.
008060
008070     REWRITE SOM-HIST-RECORD
008080         INVALID KEY
008090             CONTINUE
008100     END-REWRITE.
008110
008120     IF NOT SRC-HIS-OK
008130         DISPLAY "SOMRCLS: ORIGINAL ITEM REWRITE FAILED, STATUS "
008140             SRC-HIS-STATUS ", REFERENCE " RCL-TRN-REF
008150         MOVE "Y" TO SRC-FAIL-SWITCH
008150         MOVE "Y" TO SRC-STOP-SWITCH
008160     END-IF.
008170
008180 2300-UPDATE-ORIGINAL-EXIT.
008190     EXIT.
008200
008210******************************************************************
008220* 2400-MOVE-CC-SPEND - APPLY SRC-SPEND-DELTA TO THE PERIOD-TO-DATE
008230*                     SPEND OF THE CENTER IN SRC-CHECK-CC FOR THE
008240*                     CYCLE'S PERIOD (RESETTING WHEN A NEW PERIOD
008250*                     STARTS, AS THE POSTING RUN DOES), THEN CHECK
008260*                     THE NEW FIGURE AGAINST THE SOMBUDG ALLOWANCE
008270******************************************************************
008280 2400-MOVE-CC-SPEND.
008290
008300     MOVE SRC-CHECK-CC TO SOM-CCM-CODE.
008310
008320     READ COSTCTR-FILE
008330         KEY IS SOM-CCM-CODE
008340         INVALID KEY
008350             CONTINUE
008360     END-READ.
008370
008380     IF NOT SRC-CCM-OK
008390         DISPLAY "SOMRCLS: SOMCCM READ FAILED FOR " SRC-CHECK-CC
008400             ", STATUS " SRC-CCM-STATUS
008410         MOVE "Y" TO SRC-FAIL-SWITCH
008410         MOVE "Y" TO SRC-STOP-SWITCH
008420         GO TO 2400-MOVE-CC-SPEND-EXIT
008430     END-IF.
008440
008450     IF SOM-CCM-PTD-PERIOD NOT = SRC-CYCLE-PERIOD
008460         MOVE SRC-CYCLE-PERIOD TO SOM-CCM-PTD-PERIOD
008470         MOVE ZERO             TO SOM-CCM-PTD-AMOUNT
008480     END-IF.
008490
008500     ADD SRC-SPEND-DELTA TO SOM-CCM-PTD-AMOUNT.
008510
008520     REWRITE SOM-CCM-RECORD
008530         INVALID KEY
008540             CONTINUE
008550     END-REWRITE.
008560
008570     IF NOT SRC-CCM-OK
008580         DISPLAY "SOMRCLS: SOMCCM REWRITE FAILED FOR "
008590             SRC-CHECK-CC
008600             ", STATUS " SRC-CCM-STATUS
008610         MOVE "Y" TO SRC-FAIL-SWITCH
008610         MOVE "Y" TO SRC-STOP-SWITCH
008620         GO TO 2400-MOVE-CC-SPEND-EXIT
008630     END-IF.
008640
008650     IF SRC-BUD-PRESENT-NO
008660         GO TO 2400-MOVE-CC-SPEND-EXIT
008670     END-IF.
008680
008690     MOVE SRC-CHECK-CC     TO SOM-BUD-COST-CENTER.
008700     MOVE SRC-CYCLE-PERIOD TO SOM-BUD-PERIOD.
008710
008720     READ BUDGET-FILE
008730         KEY IS SOM-BUD-KEY
008740         INVALID KEY
008750             GO TO 2400-MOVE-CC-SPEND-EXIT
008760     END-READ.
008770
008780     IF SRC-BUD-OK
008790        AND SOM-CCM-PTD-AMOUNT > SOM-BUD-AMOUNT
008800         ADD 1 TO SRC-OVER-BUDGET-COUNT
008810         MOVE "Y" TO SRC-BUDGET-WARN-SWITCH
008820         MOVE SPACES             TO SRC-REG-WORK-LINE
008830         MOVE "*** "             TO SRC-REG-FLG-MARK
008840         MOVE SRC-CHECK-CC       TO SRC-REG-FLG-CC
008850         MOVE "OVER BUDGET FOR PERIOD"
008860                                 TO SRC-REG-FLG-TEXT
008870         MOVE SRC-CYCLE-PERIOD   TO SRC-REG-FLG-PERIOD
008880         MOVE SOM-CCM-PTD-AMOUNT TO SRC-REG-FLG-SPEND
008890         MOVE SOM-BUD-AMOUNT     TO SRC-REG-FLG-BUDGET
008900         PERFORM 2900-WRITE-REGISTER-LINE
008910             THRU 2900-WRITE-REGISTER-LINE-EXIT
008920         DISPLAY "SOMRCLS: COST CENTER " SRC-CHECK-CC
008930             " OVER BUDGET FOR PERIOD " SRC-CYCLE-PERIOD
008940     END-IF.
008950
008960 2400-MOVE-CC-SPEND-EXIT.
008970     EXIT.
008980
008990******************************************************************
009000* 2500-WRITE-VOUCHER-PAIR - THE MATCHING LEDGER LEGS: A CREDIT TO
009010*                          THE FROM CENTER'S MAPPED ACCOUNT AND A
009020*                          DEBIT TO THE TO CENTER'S, BOTH FOR THE
009030*                          AMOUNT MOVED (NEGATIVE WHEN THE ITEM
009040*                          WAS A CREDIT)
009050******************************************************************
009060 2500-WRITE-VOUCHER-PAIR.
009070
009080     MOVE "C"              TO SOM-JVR-DC.
009090     MOVE SRC-FROM-ACCOUNT TO SOM-JVR-ACCOUNT.
009100     MOVE SRC-PAIR-FROM-CC TO SOM-JVR-COST-CENTER.
009110     MOVE SRC-PORTION      TO SOM-JVR-AMOUNT.
009120     PERFORM 2550-WRITE-VOUCHER-LEG
009130         THRU 2550-WRITE-VOUCHER-LEG-EXIT.
009140
009150     ADD SRC-PORTION TO SRC-CREDIT-TOTAL.
009160
009170     MOVE "D"              TO SOM-JVR-DC.
009180     MOVE SRC-TO-ACCOUNT   TO SOM-JVR-ACCOUNT.
009190     MOVE SRC-PAIR-TO-CC   TO SOM-JVR-COST-CENTER.
009200     MOVE SRC-PORTION      TO SOM-JVR-AMOUNT.
009210     PERFORM 2550-WRITE-VOUCHER-LEG
009220         THRU 2550-WRITE-VOUCHER-LEG-EXIT.
009230
009240     ADD SRC-PORTION TO SRC-DEBIT-TOTAL.
009250
009260 2500-WRITE-VOUCHER-PAIR-EXIT.
009270     EXIT.
009280
009290******************************************************************
009300* 2550-WRITE-VOUCHER-LEG - WRITE ONE VOUCHER RECORD WITH THE NEXT
009310*                         SEQUENCE NUMBER AND PRINT ITS REGISTER
009320*                         LINE.  THE CALLER HAS SET THE D/C CODE,
009330*                         ACCOUNT, COST CENTER AND AMOUNT.
009340******************************************************************
009350 2550-WRITE-VOUCHER-LEG.
009360
009370     ADD 1 TO SRC-VOUCHER-SEQ.
009380
009390     MOVE SRC-CYCLE-DATE  TO SOM-JVR-RUN-DATE.
009400     MOVE SRC-VOUCHER-SEQ TO SOM-JVR-SEQ.
009410
009420     WRITE SOM-JVR-RECORD.
009430
009440     IF NOT SRC-JVR-OK
009450         DISPLAY "SOMRCLS: SOMRJVF WRITE FAILED, STATUS "
009460             SRC-JVR-STATUS
009470         MOVE "Y" TO SRC-FAIL-SWITCH
009480     END-IF.
009490
009500     MOVE SPACES              TO SRC-REG-WORK-LINE.
009510     MOVE SOM-JVR-SEQ         TO SRC-REG-LEG-SEQ.
009520     MOVE SOM-JVR-ACCOUNT     TO SRC-REG-LEG-ACCOUNT.
009530     MOVE SOM-JVR-DC          TO SRC-REG-LEG-DC.
009540     MOVE SOM-JVR-COST-CENTER TO SRC-REG-LEG-CC.
009550     MOVE SOM-JVR-AMOUNT      TO SRC-REG-LEG-AMOUNT.
009560     PERFORM 2900-WRITE-REGISTER-LINE
009570         THRU 2900-WRITE-REGISTER-LINE-EXIT.
009580
009590 2550-WRITE-VOUCHER-LEG-EXIT.
009600     EXIT.
009610
009620******************************************************************
009630* 2600-BUILD-DETAIL-LINE - LAY THE RECLASS AS READ INTO THE
009640*                         REGISTER DETAIL VIEW; THE CALLER ADDS
009650*                         THE NOTE AND WRITES IT
009660******************************************************************
009670 2600-BUILD-DETAIL-LINE.
009680
009690     MOVE SPACES           TO SRC-REG-WORK-LINE.
009700     MOVE RCL-TRN-REF      TO SRC-REG-DET-REF.
009710     MOVE RCL-TRN-RUN-DATE TO SRC-REG-DET-DATE.
009720     MOVE RCL-TRN-TRAN-KEY TO SRC-REG-DET-KEY.
009730     MOVE RCL-TRN-FROM-CC  TO SRC-REG-DET-FROM.
009740     MOVE " TO "           TO SRC-REG-DET-ARROW.
009750     MOVE RCL-TRN-TO-CC    TO SRC-REG-DET-TO.
009760
009770     IF RCL-TRN-AMOUNT NUMERIC
009780         MOVE RCL-TRN-AMOUNT TO SRC-REG-DET-AMOUNT
009790     ELSE
009800         MOVE ZERO           TO SRC-REG-DET-AMOUNT
009810     END-IF.
009820
009830 2600-BUILD-DETAIL-LINE-EXIT.
009840     EXIT.
009850
009860******************************************************************
009870* 2700-REPORT-REFUSAL - PRINT A REFUSED RECLASS WITH ITS REASON
009880******************************************************************
009890 2700-REPORT-REFUSAL.
009900
009910     ADD 1 TO SRC-REFUSED-COUNT.
009920
009930     PERFORM 2600-BUILD-DETAIL-LINE
009940         THRU 2600-BUILD-DETAIL-LINE-EXIT.
009950     MOVE SRC-REFUSE-REASON TO SRC-REG-DET-NOTE.
009960     PERFORM 2900-WRITE-REGISTER-LINE
009970         THRU 2900-WRITE-REGISTER-LINE-EXIT.
009980
009990     DISPLAY "SOMRCLS: RECLASS " RCL-TRN-REF " REFUSED - "
010000         SRC-REFUSE-REASON.
010010
010020 2700-REPORT-REFUSAL-EXIT.
010030     EXIT.
010040
010050******************************************************************
010060* 2800-READ-NEXT-RECLASS - READ THE NEXT RECLASS RECORD, FLAG EOF
010070******************************************************************
010080 2800-READ-NEXT-RECLASS.
010090
010100     READ RECLASS-FILE
010110         AT END
010120             MOVE "Y" TO SRC-RCL-EOF-SWITCH
010130     END-READ.
010140
010150     IF SRC-RCL-EOF-NO AND NOT SRC-RCL-OK
010160         DISPLAY "SOMRCLS: RCLTRAN READ FAILED, STATUS "
010170             SRC-RCL-STATUS
010180         MOVE "Y" TO SRC-FAIL-SWITCH
010190         MOVE "Y" TO SRC-RCL-EOF-SWITCH
010200     END-IF.
010210
010220 2800-READ-NEXT-RECLASS-EXIT.
010230     EXIT.
010240
010250******************************************************************
010260* 2900-WRITE-REGISTER-LINE - MOVE THE WORK LINE TO THE REGISTER
010270*                           RECORD, WRITE IT AND CHECK THE STATUS
010280******************************************************************
010290 2900-WRITE-REGISTER-LINE.
010300
010310     MOVE SRC-REG-WORK-LINE TO SOM-RECLASS-REGISTER-LINE.
010320     WRITE SOM-RECLASS-REGISTER-LINE.
010330
010340     IF NOT SRC-REG-OK
010350         DISPLAY "SOMRCLS: SOMRCRPT WRITE FAILED, STATUS "
010360             SRC-REG-STATUS
010370     END-IF.
010380
010390 2900-WRITE-REGISTER-LINE-EXIT.
010400     EXIT.
010410
010420******************************************************************
010430* 3000-TERMINATE - PRINT THE COUNTS AND THE BALANCE SECTION, CLOSE
010440*                 THE FILES AND SET THE RETURN CODE: 8 WHEN A
010450*                 WRITE FAILED OR THE LEGS DO NOT BALANCE, 4 WHEN
010460*                 A RECLASS WAS REFUSED OR A CENTER ENDED OVER
010470*                 BUDGET, OTHERWISE 0
010480******************************************************************
010490 3000-TERMINATE.
010500
010510     IF SRC-INIT-FAILED
010520         GO TO 3000-TERMINATE-EXIT
010530     END-IF.
010540
010550     MOVE SPACES             TO SRC-REG-WORK-LINE.
010560     MOVE "RECLASSES READ:       " TO SRC-REG-CNT-LABEL.
010570     MOVE SRC-READ-COUNT     TO SRC-REG-CNT-COUNT.
010580     PERFORM 2900-WRITE-REGISTER-LINE
010590         THRU 2900-WRITE-REGISTER-LINE-EXIT.
010600
010610     MOVE SPACES             TO SRC-REG-WORK-LINE.
010620     MOVE "RECLASSES POSTED:     " TO SRC-REG-CNT-LABEL.
010630     MOVE SRC-POSTED-COUNT   TO SRC-REG-CNT-COUNT.
010640     PERFORM 2900-WRITE-REGISTER-LINE
010650         THRU 2900-WRITE-REGISTER-LINE-EXIT.
010660
010670     MOVE SPACES             TO SRC-REG-WORK-LINE.
010680     MOVE "ALREADY POSTED:       " TO SRC-REG-CNT-LABEL.
010690     MOVE SRC-ALREADY-COUNT  TO SRC-REG-CNT-COUNT.
010700     PERFORM 2900-WRITE-REGISTER-LINE
010710         THRU 2900-WRITE-REGISTER-LINE-EXIT.
010720
010720     MOVE SPACES             TO SRC-REG-WORK-LINE.
010720     MOVE "COMPLETED ON RERUN:   " TO SRC-REG-CNT-LABEL.
010720     MOVE SRC-COMPLETED-COUNT TO SRC-REG-CNT-COUNT.
010720     PERFORM 2900-WRITE-REGISTER-LINE
010720         THRU 2900-WRITE-REGISTER-LINE-EXIT.
010720
010730     MOVE SPACES             TO SRC-REG-WORK-LINE.
010740     MOVE "RECLASSES REFUSED:    " TO SRC-REG-CNT-LABEL.
010750     MOVE SRC-REFUSED-COUNT  TO SRC-REG-CNT-COUNT.
010760     PERFORM 2900-WRITE-REGISTER-LINE
010770         THRU 2900-WRITE-REGISTER-LINE-EXIT.
010780
010790     MOVE SPACES             TO SRC-REG-WORK-LINE.
010800     MOVE "OVER-BUDGET FLAGS:    " TO SRC-REG-CNT-LABEL.
010810     MOVE SRC-OVER-BUDGET-COUNT TO SRC-REG-CNT-COUNT.
010820     PERFORM 2900-WRITE-REGISTER-LINE
010830         THRU 2900-WRITE-REGISTER-LINE-EXIT.
010840
010850     MOVE SPACES             TO SRC-REG-WORK-LINE.
010860     MOVE "AMOUNT RECLASSED:     " TO SRC-REG-TOT-LABEL.
010870     MOVE SRC-RECLASSED-TOTAL TO SRC-REG-TOT-AMOUNT.
010880     PERFORM 2900-WRITE-REGISTER-LINE
010890         THRU 2900-WRITE-REGISTER-LINE-EXIT.
010900
010910     MOVE SPACES             TO SRC-REG-WORK-LINE.
010920     MOVE "TOTAL DEBITS:         " TO SRC-REG-TOT-LABEL.
010930     MOVE SRC-DEBIT-TOTAL    TO SRC-REG-TOT-AMOUNT.
010940     PERFORM 2900-WRITE-REGISTER-LINE
010950         THRU 2900-WRITE-REGISTER-LINE-EXIT.
010960
010970     MOVE SPACES             TO SRC-REG-WORK-LINE.
010980     MOVE "TOTAL CREDITS:        " TO SRC-REG-TOT-LABEL.
010990     MOVE SRC-CREDIT-TOTAL   TO SRC-REG-TOT-AMOUNT.
011000     PERFORM 2900-WRITE-REGISTER-LINE
011010         THRU 2900-WRITE-REGISTER-LINE-EXIT.
011020
011030     COMPUTE SRC-DIFFERENCE =
011040         SRC-DEBIT-TOTAL - SRC-CREDIT-TOTAL.
011050
011060     MOVE SPACES             TO SRC-REG-WORK-LINE.
011070     MOVE "DIFFERENCE:           " TO SRC-REG-TOT-LABEL.
011080     MOVE SRC-DIFFERENCE     TO SRC-REG-TOT-AMOUNT.
011090     PERFORM 2900-WRITE-REGISTER-LINE
011100         THRU 2900-WRITE-REGISTER-LINE-EXIT.
011110
011120     IF SRC-DIFFERENCE NOT = 0
011130         DISPLAY "SOMRCLS: RECLASS VOUCHER OUT OF BALANCE BY "
011140             SRC-DIFFERENCE
011150         MOVE "Y" TO SRC-FAIL-SWITCH
011160     END-IF.
011170
011180     IF SRC-RCL-OPEN-YES
011190         CLOSE RECLASS-FILE
011200     END-IF.
011210
011220     CLOSE TRANHIST-FILE.
011230     CLOSE COSTCTR-FILE.
011240
011250     IF SRC-BUD-PRESENT-YES
011260         CLOSE BUDGET-FILE
011270     END-IF.
011280
011290     CLOSE MAPPING-FILE.
011300     CLOSE VOUCHER-FILE.
011310     CLOSE REGISTER-FILE.
011320
011330     DISPLAY "SOMRCLS: " SRC-POSTED-COUNT " RECLASS(ES) POSTED, "
011340         SRC-REFUSED-COUNT " REFUSED, " SRC-ALREADY-COUNT
011350         " ALREADY POSTED".
011360
011370     IF SRC-FAIL-YES
011380         MOVE 8 TO RETURN-CODE
011390     ELSE
011400         IF SRC-REFUSED-COUNT > 0
011410            OR SRC-BUDGET-WARN-YES
011420             MOVE 4 TO RETURN-CODE
011430         ELSE
011440             MOVE 0 TO RETURN-CODE
011450         END-IF
011460     END-IF.
011470
011480 3000-TERMINATE-EXIT.
011490     EXIT.
011500
011510 END PROGRAM SOMRCLS.
