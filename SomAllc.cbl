000010*****************************************************************
000020* PROGRAM:     SOMALLC
000030* AUTHOR:      J. ALVES NOGUEIRA
000040* INSTALLATION: LEARNING-COBOL BATCH SHOP
000050* DATE-WRITTEN: 2026-10-01
000060* DATE-COMPILED:
000070*----------------------------------------------------------------
000080* PURPOSE:     PERIOD-END OVERHEAD ALLOCATION.  FOR EVERY RULE ON
000090*              THE SOMALOC ALLOCATION RULES MASTER, TAKES THE
000100*              SOURCE COST CENTER'S PERIOD-TO-DATE SPEND FROM
000110*              SOMCCM AND CHARGES IT BACK TO THE RECEIVING COST
000120*              CENTERS BY THEIR AGREED PERCENTAGES OR WEIGHTS.
000130*              EACH SHARE IS ROUNDED TO THE CENT AND THE ROUNDING
000140*              REMAINDER GOES TO THE RECEIVER WITH THE LARGEST
000150*              SHARE, SO THE RECEIVERS ALWAYS ADD BACK TO THE POOL
000160*              EXACTLY.  THE CHARGE-BACK IS WRITTEN AS BALANCED
000170*              VOUCHER LEGS IN THE SOMJVF LAYOUT TO SOMAJVF - ONE
000180*              CREDIT TO THE SOURCE CENTER'S MAPPED ACCOUNT AND A
000190*              DEBIT TO EACH RECEIVER'S MAPPED ACCOUNT, FROM
000200*              SOMGLMAP - WITH AN ALLOCATION REGISTER.  A RULE
000210*              WHOSE CENTERS ARE MISSING, CLOSED OR UNMAPPED, OR
000220*              WHOSE PERCENTAGES NO LONGER TOTAL 100, FAILS THE
000230*              RUN HARD (RETURN CODE 8) SO IT IS PUT RIGHT BEFORE
000240*              THE PERIOD CLOSES.  THE PERIOD IS RECORDED ON
000250*              SOMAPERD ONLY AFTER A CLEAN, BALANCED RUN, AND A
000260*              PERIOD ALREADY RECORDED THERE IS NEVER ALLOCATED
000270*              AGAIN.  THE SOMCCM PERIOD-TO-DATE FIGURES ARE READ,
000280*              NOT CHANGED.
000290*----------------------------------------------------------------
000300* MODIFICATION HISTORY:
000310*   DATE       INIT  DESCRIPTION
000320*   2026-10-01 JAN   ORIGINAL VERSION - UNTIL NOW FINANCE CHARGED
000330*                    THE SHARED POOLS BACK IN A SPREADSHEET AFTER
000340*                    THE LEDGER HAD ALREADY CLOSED.
000350* Tectonics: cobc
000360*****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. SOMALLC.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT RULE-FILE ASSIGN "SOMALOC"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS SOM-ALC-SOURCE-CC
000470         FILE STATUS IS SAL-ALC-STATUS.
000480
000490     SELECT COSTCTR-FILE ASSIGN "SOMCCM"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS SOM-CCM-CODE
000530         FILE STATUS IS SAL-CCM-STATUS.
000540
000550     SELECT MAPPING-FILE ASSIGN "SOMGLMAP"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS RANDOM
000580         RECORD KEY IS SOM-GLM-COST-CENTER
000590         FILE STATUS IS SAL-MAP-STATUS.
000600
000610     SELECT PERIOD-CONTROL-FILE ASSIGN "SOMAPERD"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS SAL-PRD-STATUS.
000640
000650     SELECT VOUCHER-FILE ASSIGN "SOMAJVF"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS SAL-JVR-STATUS.
000680
000690     SELECT REGISTER-FILE ASSIGN "SOMALRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS SAL-REG-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  RULE-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY SOMALOC.
000780
000790 FD  COSTCTR-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY SOMCCM.
000820
000830 FD  MAPPING-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY SOMGLMAP.
000860
000870 FD  PERIOD-CONTROL-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY SOMAPERD.
000900
000910 FD  VOUCHER-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 COPY SOMJVF.
000940
000950 FD  REGISTER-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 COPY SOMALRPT.
000980
000990 WORKING-STORAGE SECTION.
001000 77  SAL-ALC-STATUS              PIC X(02) VALUE "00".
001010     88  SAL-ALC-OK                         VALUE "00".
001020     88  SAL-ALC-EOF                        VALUE "10".
001030     88  SAL-ALC-FILE-NOT-FOUND             VALUE "35".
001040
001050 77  SAL-CCM-STATUS              PIC X(02) VALUE "00".
001060     88  SAL-CCM-OK                         VALUE "00".
001070     88  SAL-CCM-NOT-FOUND                  VALUE "23".
001080
001090 77  SAL-MAP-STATUS              PIC X(02) VALUE "00".
001100     88  SAL-MAP-OK                         VALUE "00".
001110     88  SAL-MAP-NOT-FOUND                  VALUE "23".
001120
001130 77  SAL-PRD-STATUS              PIC X(02) VALUE "00".
001140     88  SAL-PRD-OK                         VALUE "00".
001150
001160 77  SAL-JVR-STATUS              PIC X(02) VALUE "00".
001170     88  SAL-JVR-OK                         VALUE "00".
001180
001190 77  SAL-REG-STATUS              PIC X(02) VALUE "00".
001200     88  SAL-REG-OK                         VALUE "00".
001210
001220 77  SAL-ALC-EOF-SWITCH          PIC X(01) VALUE "N".
001230     88  SAL-ALC-EOF-YES                    VALUE "Y".
001240     88  SAL-ALC-EOF-NO                     VALUE "N".
001250
001260 77  SAL-ALC-OPEN-SWITCH         PIC X(01) VALUE "N".
001270     88  SAL-ALC-OPEN-YES                   VALUE "Y".
001280     88  SAL-ALC-OPEN-NO                    VALUE "N".
001290
001300 77  SAL-INIT-STATUS-SWITCH      PIC X(01) VALUE "Y".
001310     88  SAL-INIT-OK                        VALUE "Y".
001320     88  SAL-INIT-FAILED                    VALUE "N".
001330
001340 77  SAL-FAIL-SWITCH             PIC X(01) VALUE "N".
001350     88  SAL-FAIL-YES                       VALUE "Y".
001360     88  SAL-FAIL-NO                        VALUE "N".
001370
001380 77  SAL-RULE-ERROR-SWITCH       PIC X(01) VALUE "N".
001390     88  SAL-RULE-ERROR-YES                 VALUE "Y".
001400     88  SAL-RULE-ERROR-NO                  VALUE "N".
001410
001420 77  SAL-MAP-HIT-SWITCH          PIC X(01) VALUE "N".
001430     88  SAL-MAP-HIT-YES                    VALUE "Y".
001440     88  SAL-MAP-HIT-NO                     VALUE "N".
001450
001460 77  SAL-PERIOD-INPUT            PIC X(06) VALUE SPACES.
001470
001480 01  SAL-PERIOD                  PIC 9(06) VALUE ZEROS.
001490 01  SAL-PERIOD-FIELDS REDEFINES SAL-PERIOD.
001500     05  SAL-PERIOD-CC           PIC 99.
001510     05  SAL-PERIOD-YY           PIC 99.
001520     05  SAL-PERIOD-MM           PIC 99.
001530
001540 77  SAL-LAST-PERIOD             PIC 9(06) VALUE ZEROS.
001550 77  SAL-RUN-DATE                PIC 9(08) VALUE ZEROS.
001560 77  SAL-IX                      PIC 9(02) COMP VALUE 0.
001570 77  SAL-LARGEST-IX              PIC 9(02) COMP VALUE 0.
001580 77  SAL-VOUCHER-SEQ             PIC 9(04) VALUE ZEROS.
001590 77  SAL-SOURCE-ACCOUNT          PIC X(08) VALUE SPACES.
001600 77  SAL-CHECK-CC                PIC X(04) VALUE SPACES.
001610 77  SAL-ERROR-REASON            PIC X(40) VALUE SPACES.
001620 77  SAL-LEG-SHARE               PIC 9(03)V9(04) VALUE ZERO.
001630 77  SAL-LEG-FLAG                PIC X(20) VALUE SPACES.
001640 77  SAL-SHARE-TOTAL             PIC 9(05)V9(04) COMP-3 VALUE 0.
001650 77  SAL-POOL-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZERO.
001660 77  SAL-ALLOCATED-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
001670 77  SAL-REMAINDER               PIC S9(9)V99 COMP-3 VALUE ZERO.
001680 77  SAL-DEBIT-TOTAL             PIC S9(9)V99 COMP-3 VALUE ZERO.
001690 77  SAL-CREDIT-TOTAL            PIC S9(9)V99 COMP-3 VALUE ZERO.
001700 77  SAL-DIFFERENCE              PIC S9(9)V99 COMP-3 VALUE ZERO.
001710 77  SAL-RULE-COUNT              PIC 9(05) COMP VALUE 0.
001720 77  SAL-ALLOCATED-COUNT         PIC 9(05) COMP VALUE 0.
001730 77  SAL-IDLE-COUNT              PIC 9(05) COMP VALUE 0.
001740 77  SAL-ERROR-COUNT             PIC 9(05) COMP VALUE 0.
001750
001760*****************************************************************
001770* SAL-RECEIVER-TABLE - EACH RECEIVER'S MAPPED LEDGER ACCOUNT AND
001780* ITS ROUNDED SHARE OF THE POOL FOR THE RULE IN HAND.
001790*****************************************************************
001800 01  SAL-RECEIVER-TABLE.
001810     05  SAL-RCV-ENTRY               OCCURS 12 TIMES.
001820         10  SAL-RCV-ACCOUNT         PIC X(08).
001830         10  SAL-RCV-AMOUNT          PIC S9(9)V99 COMP-3.
001840
001850*****************************************************************
001860* SAL-REG-WORK-LINE AND ITS REDEFINES - THE REGISTER LINE IS
001870* BUILT HERE IN WORKING STORAGE, THEN MOVED INTO THE REGISTER-
001880* FILE RECORD JUST BEFORE EACH WRITE.
001890*****************************************************************
001900 01  SAL-REG-WORK-LINE               PIC X(080) VALUE SPACES.
001910
001920 01  SAL-REG-HEADING REDEFINES SAL-REG-WORK-LINE.
001930     05  SAL-REG-HDG-LABEL           PIC X(40).
001940     05  SAL-REG-HDG-PERIOD          PIC X(06).
001950     05  FILLER                      PIC X(06).
001960     05  SAL-REG-HDG-RUN-LABEL       PIC X(04).
001970     05  SAL-REG-HDG-DATE            PIC X(08).
001980     05  FILLER                      PIC X(16).
001990
002000 01  SAL-REG-RULE REDEFINES SAL-REG-WORK-LINE.
002010     05  SAL-REG-RUL-LABEL           PIC X(08).
002020     05  SAL-REG-RUL-CC              PIC X(04).
002030     05  FILLER                      PIC X(02).
002040     05  SAL-REG-RUL-DESC            PIC X(20).
002050     05  FILLER                      PIC X(02).
002060     05  SAL-REG-RUL-BASIS           PIC X(12).
002070     05  FILLER                      PIC X(02).
002080     05  SAL-REG-RUL-AMOUNT          PIC -(9)9.99.
002090     05  FILLER                      PIC X(02).
002100     05  SAL-REG-RUL-NOTE            PIC X(15).
002110
002120 01  SAL-REG-DETAIL REDEFINES SAL-REG-WORK-LINE.
002130     05  FILLER                      PIC X(02).
002140     05  SAL-REG-DET-SEQ             PIC 9(04).
002150     05  FILLER                      PIC X(02).
002160     05  SAL-REG-DET-ACCOUNT         PIC X(08).
002170     05  FILLER                      PIC X(02).
002180     05  SAL-REG-DET-DC              PIC X(01).
002190     05  FILLER                      PIC X(02).
002200     05  SAL-REG-DET-CC              PIC X(04).
002210     05  FILLER                      PIC X(02).
002220     05  SAL-REG-DET-SHARE           PIC ZZ9.9999 BLANK WHEN ZERO.
002230     05  FILLER                      PIC X(02).
002240     05  SAL-REG-DET-AMOUNT          PIC -(9)9.99.
002250     05  FILLER                      PIC X(02).
002260     05  SAL-REG-DET-FLAG            PIC X(20).
002270     05  FILLER                      PIC X(08).
002280
002290 01  SAL-REG-ERROR REDEFINES SAL-REG-WORK-LINE.
002300     05  FILLER                      PIC X(02).
002310     05  SAL-REG-ERR-FLAG            PIC X(04).
002320     05  SAL-REG-ERR-CC              PIC X(04).
002330     05  FILLER                      PIC X(02).
002340     05  SAL-REG-ERR-REASON          PIC X(40).
002350     05  FILLER                      PIC X(28).
002360
002370 01  SAL-REG-TOTAL REDEFINES SAL-REG-WORK-LINE.
002380     05  SAL-REG-TOT-LABEL           PIC X(22).
002390     05  SAL-REG-TOT-AMOUNT          PIC -(9)9.99.
002400     05  FILLER                      PIC X(45).
002410
002420 01  SAL-REG-COUNT REDEFINES SAL-REG-WORK-LINE.
002430     05  SAL-REG-CNT-LABEL           PIC X(22).
002440     05  SAL-REG-CNT-COUNT           PIC ZZZZ9.
002450     05  FILLER                      PIC X(53).
002460
002470 LINKAGE SECTION.
002480 01  SAL-LINK-PERIOD             PIC 9(06).
002490
002500 PROCEDURE DIVISION USING SAL-LINK-PERIOD.
002510*****************************************************************
002520* 0000-MAINLINE
002530*****************************************************************
002540 0000-MAINLINE.
002550
002560     PERFORM 1000-INITIALIZE
002570         THRU 1000-INITIALIZE-EXIT.
002580
002590     PERFORM 2000-ALLOCATE-ONE-RULE
002600         THRU 2000-ALLOCATE-ONE-RULE-EXIT
002610         UNTIL SAL-ALC-EOF-YES.
002620
002630     PERFORM 3000-TERMINATE
002640         THRU 3000-TERMINATE-EXIT.
002650
002660     GOBACK.
002670
002680*****************************************************************
002690* 1000-INITIALIZE - ACCEPT AND VALIDATE THE FISCAL PERIOD, REFUSE
002700*                  ONE ALREADY ALLOCATED, THEN OPEN THE FILES AND
002710*                  READ THE FIRST RULE
002720*****************************************************************
002730 1000-INITIALIZE.
002740
002750     MOVE "Y" TO SAL-ALC-EOF-SWITCH.
002760
002770*    CALLED WITH A PERIOD (THE NIGHTDRV PERIOD-END CLOSE) THE
002780*    RUN IS UNATTENDED; STANDALONE IT STILL PROMPTS.
002790     IF ADDRESS OF SAL-LINK-PERIOD NOT = NULL
002800         MOVE SAL-LINK-PERIOD TO SAL-PERIOD
002810         GO TO 1000-INITIALIZE-VALIDATE
002820     END-IF.
002830
002840     DISPLAY "ENTER FISCAL PERIOD TO ALLOCATE (CCYYMM): ".
002850     ACCEPT SAL-PERIOD-INPUT.
002860
002870     IF SAL-PERIOD-INPUT NOT NUMERIC
002880         DISPLAY "SOMALLC: PERIOD " SAL-PERIOD-INPUT
002890             " REJECTED - NOT NUMERIC"
002900         MOVE 8 TO RETURN-CODE
002910         MOVE "N" TO SAL-INIT-STATUS-SWITCH
002920         GO TO 1000-INITIALIZE-EXIT
002930     END-IF.
002940
002950     MOVE SAL-PERIOD-INPUT TO SAL-PERIOD.
002960
002970 1000-INITIALIZE-VALIDATE.
002980
002990     IF SAL-PERIOD-MM < 01 OR SAL-PERIOD-MM > 12
003000         DISPLAY "SOMALLC: PERIOD " SAL-PERIOD
003010             " REJECTED - INVALID MONTH " SAL-PERIOD-MM
003020         MOVE 8 TO RETURN-CODE
003030         MOVE "N" TO SAL-INIT-STATUS-SWITCH
003040         GO TO 1000-INITIALIZE-EXIT
003050     END-IF.
003060
003070     PERFORM 1200-LOAD-LAST-PERIOD
003080         THRU 1200-LOAD-LAST-PERIOD-EXIT.
003090
003100*    THE PERIOD ALREADY ALLOCATED IS A HARMLESS RERUN - NOTHING
003110*    IS REOPENED, SO ITS VOUCHER FILE STANDS AS WRITTEN.
003120     IF SAL-PERIOD = SAL-LAST-PERIOD
003130         DISPLAY "SOMALLC: PERIOD " SAL-PERIOD
003140             " ALREADY ALLOCATED - NOTHING WRITTEN"
003150         MOVE 4 TO RETURN-CODE
003160         MOVE "N" TO SAL-INIT-STATUS-SWITCH
003170         GO TO 1000-INITIALIZE-EXIT
003180     END-IF.
003190
003200     IF SAL-PERIOD < SAL-LAST-PERIOD
003210         DISPLAY "SOMALLC: PERIOD " SAL-PERIOD
003220             " REJECTED - LAST PERIOD ALLOCATED WAS "
003230             SAL-LAST-PERIOD
003240         MOVE 8 TO RETURN-CODE
003250         MOVE "N" TO SAL-INIT-STATUS-SWITCH
003260         GO TO 1000-INITIALIZE-EXIT
003270     END-IF.
003280
003290     OPEN INPUT COSTCTR-FILE.
003300
003310     IF NOT SAL-CCM-OK
003320         DISPLAY "SOMALLC: UNABLE TO OPEN SOMCCM, STATUS "
003330             SAL-CCM-STATUS
003340         MOVE 8 TO RETURN-CODE
003350         MOVE "N" TO SAL-INIT-STATUS-SWITCH
003360         GO TO 1000-INITIALIZE-EXIT
003370     END-IF.
003380
003390     OPEN INPUT MAPPING-FILE.
003400
003410     IF NOT SAL-MAP-OK
003420         DISPLAY "SOMALLC: UNABLE TO OPEN SOMGLMAP, STATUS "
003430             SAL-MAP-STATUS
003440         MOVE 8 TO RETURN-CODE
003450         MOVE "N" TO SAL-INIT-STATUS-SWITCH
003460         GO TO 1000-INITIALIZE-EXIT
003470     END-IF.
003480
003490     OPEN OUTPUT VOUCHER-FILE.
003500
003510     IF NOT SAL-JVR-OK
003520         DISPLAY "SOMALLC: UNABLE TO OPEN SOMAJVF, STATUS "
003530             SAL-JVR-STATUS
003540         MOVE 8 TO RETURN-CODE
003550         MOVE "N" TO SAL-INIT-STATUS-SWITCH
003560         GO TO 1000-INITIALIZE-EXIT
003570     END-IF.
003580
003590     OPEN OUTPUT REGISTER-FILE.
003600
003610     IF NOT SAL-REG-OK
003620         DISPLAY "SOMALLC: UNABLE TO OPEN SOMALRPT, STATUS "
003630             SAL-REG-STATUS
003640         MOVE 8 TO RETURN-CODE
003650         MOVE "N" TO SAL-INIT-STATUS-SWITCH
003660         GO TO 1000-INITIALIZE-EXIT
003670     END-IF.
003680
003690     ACCEPT SAL-RUN-DATE FROM DATE YYYYMMDD.
003700     MOVE SPACES TO SAL-REG-WORK-LINE.
003710     MOVE "OVERHEAD ALLOCATION REGISTER, PERIOD    "
003720         TO SAL-REG-HDG-LABEL.
003730     MOVE SAL-PERIOD   TO SAL-REG-HDG-PERIOD.
003740     MOVE "RUN "       TO SAL-REG-HDG-RUN-LABEL.
003750     MOVE SAL-RUN-DATE TO SAL-REG-HDG-DATE.
003760     PERFORM 2900-WRITE-REGISTER-LINE
003770         THRU 2900-WRITE-REGISTER-LINE-EXIT.
003780
003790*    NO RULES FILE YET SIMPLY MEANS NOTHING IS SHARED OUT; THE
003800*    PERIOD STILL RECORDS AS ALLOCATED WITH AN EMPTY VOUCHER.
003810     OPEN INPUT RULE-FILE.
003820
003830     IF SAL-ALC-FILE-NOT-FOUND
003840         DISPLAY "SOMALLC: NO SOMALOC RULES FILE - NOTHING "
003850             "TO ALLOCATE"
003860         GO TO 1000-INITIALIZE-EXIT
003870     END-IF.
003880
003890     IF NOT SAL-ALC-OK
003900         DISPLAY "SOMALLC: UNABLE TO OPEN SOMALOC, STATUS "
003910             SAL-ALC-STATUS
003920         MOVE 8 TO RETURN-CODE
003930         MOVE "Y" TO SAL-FAIL-SWITCH
003940         GO TO 1000-INITIALIZE-EXIT
003950     END-IF.
003960
003970     MOVE "Y" TO SAL-ALC-OPEN-SWITCH.
003980     MOVE "N" TO SAL-ALC-EOF-SWITCH.
003990
004000     PERFORM 2800-READ-NEXT-RULE
004010         THRU 2800-READ-NEXT-RULE-EXIT.
004020
004030 1000-INITIALIZE-EXIT.
004040     EXIT.
004050
004060*****************************************************************
004070* 1200-LOAD-LAST-PERIOD - READ THE LAST PERIOD ALLOCATED FROM THE
004080*                        SOMAPERD CONTROL RECORD
004090*****************************************************************
004100 1200-LOAD-LAST-PERIOD.
004110
004120     MOVE ZEROS TO SAL-LAST-PERIOD.
004130
004140     OPEN INPUT PERIOD-CONTROL-FILE.
004150
004160     IF NOT SAL-PRD-OK
004170         GO TO 1200-LOAD-LAST-PERIOD-EXIT
004180     END-IF.
004190
004200     READ PERIOD-CONTROL-FILE
004210         AT END
004220             CONTINUE
004230     END-READ.
004240
004250     IF SAL-PRD-OK
004260         MOVE SOM-ALP-LAST-PERIOD TO SAL-LAST-PERIOD
004270     END-IF.
004280
004290     CLOSE PERIOD-CONTROL-FILE.
004300
004310 1200-LOAD-LAST-PERIOD-EXIT.
004320     EXIT.
004330
004340*****************************************************************
004350* 2000-ALLOCATE-ONE-RULE - ONE SHARED POOL: PICK UP THE SOURCE
004360*                         CENTER'S SPEND FOR THE PERIOD, CHECK THE
004370*                         RULE, SPLIT THE POOL AND WRITE ITS LEGS
004380*****************************************************************
004390 2000-ALLOCATE-ONE-RULE.
004400
004410     ADD 1 TO SAL-RULE-COUNT.
004420     MOVE "N"  TO SAL-RULE-ERROR-SWITCH.
004430     MOVE ZERO TO SAL-POOL-AMOUNT.
004440
004450     MOVE SPACES            TO SAL-REG-WORK-LINE.
004460     MOVE "SOURCE: "        TO SAL-REG-RUL-LABEL.
004470     MOVE SOM-ALC-SOURCE-CC TO SAL-REG-RUL-CC.
004480     MOVE SOM-ALC-DESC      TO SAL-REG-RUL-DESC.
004490
004500     IF SOM-ALC-PERCENT
004510         MOVE "PERCENTAGES" TO SAL-REG-RUL-BASIS
004520     ELSE
004530         MOVE "WEIGHTS"     TO SAL-REG-RUL-BASIS
004540     END-IF.
004550
004560     MOVE SOM-ALC-SOURCE-CC TO SOM-CCM-CODE.
004570
004580     READ COSTCTR-FILE
004590         KEY IS SOM-CCM-CODE
004600         INVALID KEY
004610             PERFORM 2900-WRITE-REGISTER-LINE
004620                 THRU 2900-WRITE-REGISTER-LINE-EXIT
004630             MOVE SOM-ALC-SOURCE-CC TO SAL-CHECK-CC
004640             MOVE "SOURCE COST CENTER NOT ON SOMCCM"
004650                 TO SAL-ERROR-REASON
004660             PERFORM 2700-REPORT-RULE-ERROR
004670                 THRU 2700-REPORT-RULE-ERROR-EXIT
004680             GO TO 2000-ALLOCATE-ONE-RULE-NEXT
004690     END-READ.
004700
004710     IF SOM-CCM-PTD-PERIOD = SAL-PERIOD
004720         MOVE SOM-CCM-PTD-AMOUNT TO SAL-POOL-AMOUNT
004730     END-IF.
004740
004750     MOVE SAL-POOL-AMOUNT TO SAL-REG-RUL-AMOUNT.
004760
004770*    A POOL WITH NO SPEND THIS PERIOD HAS NOTHING TO SHARE OUT;
004780*    ITS RULE IS NOT CHECKED AND NO LEGS ARE WRITTEN.
004790     IF SAL-POOL-AMOUNT = ZERO
004800         MOVE "NOTHING TO SHARE" TO SAL-REG-RUL-NOTE
004810         PERFORM 2900-WRITE-REGISTER-LINE
004820             THRU 2900-WRITE-REGISTER-LINE-EXIT
004830         ADD 1 TO SAL-IDLE-COUNT
004840         GO TO 2000-ALLOCATE-ONE-RULE-NEXT
004850     END-IF.
004860
004870     PERFORM 2900-WRITE-REGISTER-LINE
004880         THRU 2900-WRITE-REGISTER-LINE-EXIT.
004890
004900     PERFORM 2100-CHECK-RULE
004910         THRU 2100-CHECK-RULE-EXIT.
004920
004930     IF SAL-RULE-ERROR-YES
004940         GO TO 2000-ALLOCATE-ONE-RULE-NEXT
004950     END-IF.
004960
004970     PERFORM 2200-SPLIT-POOL
004980         THRU 2200-SPLIT-POOL-EXIT.
004990
005000     PERFORM 2300-WRITE-RULE-LEGS
005010         THRU 2300-WRITE-RULE-LEGS-EXIT.
005020
005030     ADD 1 TO SAL-ALLOCATED-COUNT.
005040
005050 2000-ALLOCATE-ONE-RULE-NEXT.
005060
005070     PERFORM 2800-READ-NEXT-RULE
005080         THRU 2800-READ-NEXT-RULE-EXIT.
005090
005100 2000-ALLOCATE-ONE-RULE-EXIT.
005110     EXIT.
005120
005130*****************************************************************
005140* 2100-CHECK-RULE - THE RULE MUST STILL STAND: A KNOWN BASIS,
005150*                  1 TO 12 RECEIVERS, EVERY RECEIVER AN ACTIVE
005160*                  CENTER WITH A LEDGER MAPPING, THE SOURCE
005170*                  MAPPED TOO, AND THE PERCENTAGES TOTALLING 100.
005180*                  EVERY FAULT FOUND IS PRINTED, NOT JUST THE
005190*                  FIRST.
005200*****************************************************************
005210 2100-CHECK-RULE.
005220
005230     MOVE ZERO TO SAL-SHARE-TOTAL.
005240
005250     IF NOT SOM-ALC-BASIS-VALID
005260         MOVE SOM-ALC-SOURCE-CC TO SAL-CHECK-CC
005270         MOVE "RULE BASIS NOT P OR W" TO SAL-ERROR-REASON
005280         PERFORM 2700-REPORT-RULE-ERROR
005290             THRU 2700-REPORT-RULE-ERROR-EXIT
005300         GO TO 2100-CHECK-RULE-EXIT
005310     END-IF.
005320
005330     IF SOM-ALC-RECEIVER-COUNT NOT NUMERIC
005340        OR SOM-ALC-RECEIVER-COUNT < 1
005350        OR SOM-ALC-RECEIVER-COUNT > 12
005360         MOVE SOM-ALC-SOURCE-CC TO SAL-CHECK-CC
005370         MOVE "RULE RECEIVER COUNT NOT 1 TO 12"
005380             TO SAL-ERROR-REASON
005390         PERFORM 2700-REPORT-RULE-ERROR
005400             THRU 2700-REPORT-RULE-ERROR-EXIT
005410         GO TO 2100-CHECK-RULE-EXIT
005420     END-IF.
005430
005440     MOVE SOM-ALC-SOURCE-CC TO SAL-CHECK-CC.
005450     PERFORM 2150-LOOK-UP-MAPPING
005460         THRU 2150-LOOK-UP-MAPPING-EXIT.
005470
005480     IF SAL-MAP-HIT-YES
005490         MOVE SOM-GLM-ACCOUNT TO SAL-SOURCE-ACCOUNT
005500     ELSE
005510         MOVE "SOURCE HAS NO SOMGLMAP ACCOUNT"
005520             TO SAL-ERROR-REASON
005530         PERFORM 2700-REPORT-RULE-ERROR
005540             THRU 2700-REPORT-RULE-ERROR-EXIT
005550     END-IF.
005560
005570     PERFORM 2110-CHECK-RECEIVER
005580         THRU 2110-CHECK-RECEIVER-EXIT
005590         VARYING SAL-IX FROM 1 BY 1
005600         UNTIL SAL-IX > SOM-ALC-RECEIVER-COUNT.
005610
005620     IF SOM-ALC-PERCENT
005630        AND SAL-SHARE-TOTAL NOT = 100
005640         MOVE SOM-ALC-SOURCE-CC TO SAL-CHECK-CC
005650         MOVE "PERCENTAGES DO NOT TOTAL 100"
005660             TO SAL-ERROR-REASON
005670         PERFORM 2700-REPORT-RULE-ERROR
005680             THRU 2700-REPORT-RULE-ERROR-EXIT
005690     END-IF.
005700
005710     IF SAL-SHARE-TOTAL = ZERO
005720        AND SAL-RULE-ERROR-NO
005730         MOVE SOM-ALC-SOURCE-CC TO SAL-CHECK-CC
005740         MOVE "WEIGHTS TOTAL ZERO" TO SAL-ERROR-REASON
005750         PERFORM 2700-REPORT-RULE-ERROR
005760             THRU 2700-REPORT-RULE-ERROR-EXIT
005770     END-IF.
005780
005790 2100-CHECK-RULE-EXIT.
005800     EXIT.
005810
005820*****************************************************************
005830* 2110-CHECK-RECEIVER - ONE RECEIVER: A NUMERIC SHARE, AN ACTIVE
005840*                      CENTER ON SOMCCM AND A LEDGER MAPPING,
005850*                      WHOSE ACCOUNT IS KEPT FOR ITS DEBIT LEG
005860*****************************************************************
005870 2110-CHECK-RECEIVER.
005880
005890     MOVE SOM-ALC-RECV-CC (SAL-IX) TO SAL-CHECK-CC.
005900     MOVE SPACES TO SAL-RCV-ACCOUNT (SAL-IX).
005910     MOVE ZERO   TO SAL-RCV-AMOUNT (SAL-IX).
005920
005930     IF SOM-ALC-RECV-SHARE (SAL-IX) NOT NUMERIC
005940         MOVE "RECEIVER SHARE NOT NUMERIC" TO SAL-ERROR-REASON
005950         PERFORM 2700-REPORT-RULE-ERROR
005960             THRU 2700-REPORT-RULE-ERROR-EXIT
005970         GO TO 2110-CHECK-RECEIVER-EXIT
005980     END-IF.
005990
006000     ADD SOM-ALC-RECV-SHARE (SAL-IX) TO SAL-SHARE-TOTAL.
006010
006020     MOVE SOM-ALC-RECV-CC (SAL-IX) TO SOM-CCM-CODE.
006030
006040     READ COSTCTR-FILE
006050         KEY IS SOM-CCM-CODE
006060         INVALID KEY
006070             MOVE "RECEIVER NOT ON SOMCCM" TO SAL-ERROR-REASON
006080             PERFORM 2700-REPORT-RULE-ERROR
006090                 THRU 2700-REPORT-RULE-ERROR-EXIT
006100             GO TO 2110-CHECK-RECEIVER-EXIT
006110     END-READ.
006120
006130     IF NOT SOM-CCM-ACTIVE
006140         MOVE "RECEIVER COST CENTER CLOSED" TO SAL-ERROR-REASON
006150         PERFORM 2700-REPORT-RULE-ERROR
006160             THRU 2700-REPORT-RULE-ERROR-EXIT
006170         GO TO 2110-CHECK-RECEIVER-EXIT
006180     END-IF.
006190
006200     PERFORM 2150-LOOK-UP-MAPPING
006210         THRU 2150-LOOK-UP-MAPPING-EXIT.
006220
006230     IF SAL-MAP-HIT-YES
006240         MOVE SOM-GLM-ACCOUNT TO SAL-RCV-ACCOUNT (SAL-IX)
006250     ELSE
006260         MOVE "RECEIVER HAS NO SOMGLMAP ACCOUNT"
006270             TO SAL-ERROR-REASON
006280         PERFORM 2700-REPORT-RULE-ERROR
006290             THRU 2700-REPORT-RULE-ERROR-EXIT
006300     END-IF.
006310
006320 2110-CHECK-RECEIVER-EXIT.
006330     EXIT.
006340
006350*****************************************************************
006360* 2150-LOOK-UP-MAPPING - READ THE MAPPING RECORD CARRYING THE
006370*                       COST CENTER IN SAL-CHECK-CC
006380*****************************************************************
006390 2150-LOOK-UP-MAPPING.
006400
006410     MOVE "N" TO SAL-MAP-HIT-SWITCH.
006420     MOVE SAL-CHECK-CC TO SOM-GLM-COST-CENTER.
006430
006440     READ MAPPING-FILE
006450         KEY IS SOM-GLM-COST-CENTER
006460         INVALID KEY
006470             GO TO 2150-LOOK-UP-MAPPING-EXIT
006480     END-READ.
006490
006500     IF SAL-MAP-OK
006510         MOVE "Y" TO SAL-MAP-HIT-SWITCH
006520     END-IF.
006530
006540 2150-LOOK-UP-MAPPING-EXIT.
006550     EXIT.
006560
006570*****************************************************************
006580* 2200-SPLIT-POOL - EACH RECEIVER'S SHARE IS THE POOL TIMES ITS
006590*                  SHARE OVER THE SHARE TOTAL (100 ON A PERCENTAGE
006600*                  RULE), ROUNDED TO THE CENT.  WHATEVER THE
006610*                  ROUNDING LEAVES OVER OR TAKES TOO MUCH IS PUT
006620*                  ON THE RECEIVER WITH THE LARGEST SHARE (THE
006630*                  FIRST OF THEM ON A TIE), SO THE LEGS ALWAYS ADD
006640*                  BACK TO THE POOL TO THE PENNY.
006650*****************************************************************
006660 2200-SPLIT-POOL.
006670
006680     MOVE ZERO TO SAL-ALLOCATED-TOTAL.
006690     MOVE 1    TO SAL-LARGEST-IX.
006700
006710     PERFORM 2210-SPLIT-ONE-SHARE
006720         THRU 2210-SPLIT-ONE-SHARE-EXIT
006730         VARYING SAL-IX FROM 1 BY 1
006740         UNTIL SAL-IX > SOM-ALC-RECEIVER-COUNT.
006750
006760     COMPUTE SAL-REMAINDER =
006770         SAL-POOL-AMOUNT - SAL-ALLOCATED-TOTAL.
006780
006790     ADD SAL-REMAINDER TO SAL-RCV-AMOUNT (SAL-LARGEST-IX).
006800
006810 2200-SPLIT-POOL-EXIT.
006820     EXIT.
006830
006840*****************************************************************
006850* 2210-SPLIT-ONE-SHARE - ROUND ONE RECEIVER'S SHARE AND NOTE THE
006860*                       LARGEST SHARE SEEN SO FAR
006870*****************************************************************
006880 2210-SPLIT-ONE-SHARE.
006890
006900     COMPUTE SAL-RCV-AMOUNT (SAL-IX) ROUNDED =
006910         SAL-POOL-AMOUNT * SOM-ALC-RECV-SHARE (SAL-IX)
006920             / SAL-SHARE-TOTAL.
006930
006940     ADD SAL-RCV-AMOUNT (SAL-IX) TO SAL-ALLOCATED-TOTAL.
006950
006960     IF SOM-ALC-RECV-SHARE (SAL-IX) >
006970        SOM-ALC-RECV-SHARE (SAL-LARGEST-IX)
006980         MOVE SAL-IX TO SAL-LARGEST-IX
006990     END-IF.
007000
007010 2210-SPLIT-ONE-SHARE-EXIT.
007020     EXIT.
007030
007040*****************************************************************
007050* 2300-WRITE-RULE-LEGS - ONE CREDIT LEG TAKING THE WHOLE POOL OFF
007060*                       THE SOURCE CENTER'S ACCOUNT, THEN ONE
007070*                       DEBIT LEG PER RECEIVER.  A RECEIVER WHOSE
007080*                       SHARE ROUNDS TO NOTHING GETS NO LEG.
007090*****************************************************************
007100 2300-WRITE-RULE-LEGS.
007110
007120     MOVE "C"                TO SOM-JVR-DC.
007130     MOVE SAL-SOURCE-ACCOUNT TO SOM-JVR-ACCOUNT.
007140     MOVE SOM-ALC-SOURCE-CC  TO SOM-JVR-COST-CENTER.
007150     MOVE SAL-POOL-AMOUNT    TO SOM-JVR-AMOUNT.
007160     MOVE ZERO               TO SAL-LEG-SHARE.
007170     MOVE SPACES             TO SAL-LEG-FLAG.
007180     PERFORM 2400-WRITE-VOUCHER-LEG
007190         THRU 2400-WRITE-VOUCHER-LEG-EXIT.
007200
007210     ADD SAL-POOL-AMOUNT TO SAL-CREDIT-TOTAL.
007220
007230     PERFORM 2310-WRITE-RECEIVER-LEG
007240         THRU 2310-WRITE-RECEIVER-LEG-EXIT
007250         VARYING SAL-IX FROM 1 BY 1
007260         UNTIL SAL-IX > SOM-ALC-RECEIVER-COUNT.
007270
007280 2300-WRITE-RULE-LEGS-EXIT.
007290     EXIT.
007300
007310*****************************************************************
007320* 2310-WRITE-RECEIVER-LEG - ONE RECEIVER'S DEBIT LEG; THE ONE
007330*                          THAT TOOK THE ROUNDING REMAINDER IS
007340*                          FLAGGED ON THE REGISTER
007350*****************************************************************
007360 2310-WRITE-RECEIVER-LEG.
007370
007380     IF SAL-RCV-AMOUNT (SAL-IX) = ZERO
007390         GO TO 2310-WRITE-RECEIVER-LEG-EXIT
007400     END-IF.
007410
007420     MOVE "D"                      TO SOM-JVR-DC.
007430     MOVE SAL-RCV-ACCOUNT (SAL-IX) TO SOM-JVR-ACCOUNT.
007440     MOVE SOM-ALC-RECV-CC (SAL-IX) TO SOM-JVR-COST-CENTER.
007450     MOVE SAL-RCV-AMOUNT (SAL-IX)  TO SOM-JVR-AMOUNT.
007460     MOVE SOM-ALC-RECV-SHARE (SAL-IX) TO SAL-LEG-SHARE.
007470     MOVE SPACES                   TO SAL-LEG-FLAG.
007480
007490     IF SAL-IX = SAL-LARGEST-IX
007500        AND SAL-REMAINDER NOT = ZERO
007510         MOVE "ROUNDING ADJUSTED" TO SAL-LEG-FLAG
007520     END-IF.
007530
007540     PERFORM 2400-WRITE-VOUCHER-LEG
007550         THRU 2400-WRITE-VOUCHER-LEG-EXIT.
007560
007570     ADD SAL-RCV-AMOUNT (SAL-IX) TO SAL-DEBIT-TOTAL.
007580
007590 2310-WRITE-RECEIVER-LEG-EXIT.
007600     EXIT.
007610
007620*****************************************************************
007630* 2400-WRITE-VOUCHER-LEG - WRITE ONE VOUCHER RECORD WITH THE NEXT
007640*                         SEQUENCE NUMBER AND PRINT ITS REGISTER
007650*                         LINE.  THE CALLER HAS SET THE D/C CODE,
007660*                         ACCOUNT, COST CENTER AND AMOUNT.
007670*****************************************************************
007680 2400-WRITE-VOUCHER-LEG.
007690
007700     ADD 1 TO SAL-VOUCHER-SEQ.
007710
007720     MOVE SAL-RUN-DATE    TO SOM-JVR-RUN-DATE.
007730     MOVE SAL-VOUCHER-SEQ TO SOM-JVR-SEQ.
007740
007750     WRITE SOM-JVR-RECORD.
007760
007770     IF NOT SAL-JVR-OK
007780         DISPLAY "SOMALLC: SOMAJVF WRITE FAILED, STATUS "
007790             SAL-JVR-STATUS
007800         MOVE "Y" TO SAL-FAIL-SWITCH
007810     END-IF.
007820
007830     MOVE SPACES              TO SAL-REG-WORK-LINE.
007840     MOVE SOM-JVR-SEQ         TO SAL-REG-DET-SEQ.
007850     MOVE SOM-JVR-ACCOUNT     TO SAL-REG-DET-ACCOUNT.
007860     MOVE SOM-JVR-DC          TO SAL-REG-DET-DC.
007870     MOVE SOM-JVR-COST-CENTER TO SAL-REG-DET-CC.
007880     MOVE SAL-LEG-SHARE       TO SAL-REG-DET-SHARE.
007890     MOVE SOM-JVR-AMOUNT      TO SAL-REG-DET-AMOUNT.
007900     MOVE SAL-LEG-FLAG        TO SAL-REG-DET-FLAG.
007910     PERFORM 2900-WRITE-REGISTER-LINE
007920         THRU 2900-WRITE-REGISTER-LINE-EXIT.
007930
007940 2400-WRITE-VOUCHER-LEG-EXIT.
007950     EXIT.
007960
007970*****************************************************************
007980* 2700-REPORT-RULE-ERROR - PRINT ONE FAULT FOUND ON THE RULE IN
007990*                         HAND AND MARK THE RULE (AND THE RUN)
008000*                         IN ERROR
008010*****************************************************************
008020 2700-REPORT-RULE-ERROR.
008030
008040     IF SAL-RULE-ERROR-NO
008050         ADD 1 TO SAL-ERROR-COUNT
008060     END-IF.
008070
008080     MOVE "Y" TO SAL-RULE-ERROR-SWITCH.
008090
008100     MOVE SPACES           TO SAL-REG-WORK-LINE.
008110     MOVE "*** "           TO SAL-REG-ERR-FLAG.
008120     MOVE SAL-CHECK-CC     TO SAL-REG-ERR-CC.
008130     MOVE SAL-ERROR-REASON TO SAL-REG-ERR-REASON.
008140     PERFORM 2900-WRITE-REGISTER-LINE
008150         THRU 2900-WRITE-REGISTER-LINE-EXIT.
008160
008170 2700-REPORT-RULE-ERROR-EXIT.
008180     EXIT.
008190
008200*****************************************************************
008210* 2800-READ-NEXT-RULE - READ THE NEXT RULE IN SOURCE ORDER, FLAG
008220*                      EOF
008230*****************************************************************
008240 2800-READ-NEXT-RULE.
008250
008260     READ RULE-FILE NEXT RECORD
008270         AT END
008280             MOVE "Y" TO SAL-ALC-EOF-SWITCH
008290     END-READ.
008300
008310     IF SAL-ALC-EOF-NO AND NOT SAL-ALC-OK
008320         DISPLAY "SOMALLC: SOMALOC READ FAILED, STATUS "
008330             SAL-ALC-STATUS
008340         MOVE "Y" TO SAL-FAIL-SWITCH
008350         MOVE "Y" TO SAL-ALC-EOF-SWITCH
008360     END-IF.
008370
008380 2800-READ-NEXT-RULE-EXIT.
008390     EXIT.
008400
008410*****************************************************************
008420* 2900-WRITE-REGISTER-LINE - MOVE THE WORK LINE TO THE REGISTER
008430*                           RECORD, WRITE IT AND CHECK THE STATUS
008440*****************************************************************
008450 2900-WRITE-REGISTER-LINE.
008460
008470     MOVE SAL-REG-WORK-LINE TO SOM-ALLOC-REGISTER-LINE.
008480     WRITE SOM-ALLOC-REGISTER-LINE.
008490
008500     IF NOT SAL-REG-OK
008510         DISPLAY "SOMALLC: SOMALRPT WRITE FAILED, STATUS "
008520             SAL-REG-STATUS
008530     END-IF.
008540
008550 2900-WRITE-REGISTER-LINE-EXIT.
008560     EXIT.
008570
008580*****************************************************************
008590* 3000-TERMINATE - PRINT THE RULE COUNTS AND THE BALANCE SECTION,
008600*                 CLOSE THE FILES, AND EITHER RECORD THE PERIOD
008610*                 AS ALLOCATED OR FAIL THE RUN HARD WHEN A RULE
008620*                 WAS IN ERROR OR THE VOUCHER DOES NOT BALANCE
008630*****************************************************************
008640 3000-TERMINATE.
008650
008660     IF SAL-INIT-FAILED
008670         GO TO 3000-TERMINATE-EXIT
008680     END-IF.
008690
008700     MOVE SPACES              TO SAL-REG-WORK-LINE.
008710     MOVE "RULES READ:           " TO SAL-REG-CNT-LABEL.
008720     MOVE SAL-RULE-COUNT      TO SAL-REG-CNT-COUNT.
008730     PERFORM 2900-WRITE-REGISTER-LINE
008740         THRU 2900-WRITE-REGISTER-LINE-EXIT.
008750
008760     MOVE SPACES              TO SAL-REG-WORK-LINE.
008770     MOVE "POOLS ALLOCATED:      " TO SAL-REG-CNT-LABEL.
008780     MOVE SAL-ALLOCATED-COUNT TO SAL-REG-CNT-COUNT.
008790     PERFORM 2900-WRITE-REGISTER-LINE
008800         THRU 2900-WRITE-REGISTER-LINE-EXIT.
008810
008820     MOVE SPACES              TO SAL-REG-WORK-LINE.
008830     MOVE "POOLS WITH NO SPEND:  " TO SAL-REG-CNT-LABEL.
008840     MOVE SAL-IDLE-COUNT      TO SAL-REG-CNT-COUNT.
008850     PERFORM 2900-WRITE-REGISTER-LINE
008860         THRU 2900-WRITE-REGISTER-LINE-EXIT.
008870
008880     MOVE SPACES              TO SAL-REG-WORK-LINE.
008890     MOVE "RULES IN ERROR:       " TO SAL-REG-CNT-LABEL.
008900     MOVE SAL-ERROR-COUNT     TO SAL-REG-CNT-COUNT.
008910     PERFORM 2900-WRITE-REGISTER-LINE
008920         THRU 2900-WRITE-REGISTER-LINE-EXIT.
008930
008940     MOVE SPACES             TO SAL-REG-WORK-LINE.
008950     MOVE "TOTAL DEBITS:         " TO SAL-REG-TOT-LABEL.
008960     MOVE SAL-DEBIT-TOTAL    TO SAL-REG-TOT-AMOUNT.
008970     PERFORM 2900-WRITE-REGISTER-LINE
008980         THRU 2900-WRITE-REGISTER-LINE-EXIT.
008990
009000     MOVE SPACES             TO SAL-REG-WORK-LINE.
009010     MOVE "TOTAL CREDITS:        " TO SAL-REG-TOT-LABEL.
009020     MOVE SAL-CREDIT-TOTAL   TO SAL-REG-TOT-AMOUNT.
009030     PERFORM 2900-WRITE-REGISTER-LINE
009040         THRU 2900-WRITE-REGISTER-LINE-EXIT.
009050
009060     COMPUTE SAL-DIFFERENCE =
009070         SAL-DEBIT-TOTAL - SAL-CREDIT-TOTAL.
009080
009090     MOVE SPACES             TO SAL-REG-WORK-LINE.
009100     MOVE "DIFFERENCE:           " TO SAL-REG-TOT-LABEL.
009110     MOVE SAL-DIFFERENCE     TO SAL-REG-TOT-AMOUNT.
009120     PERFORM 2900-WRITE-REGISTER-LINE
009130         THRU 2900-WRITE-REGISTER-LINE-EXIT.
009140
009150     IF SAL-ERROR-COUNT > 0
009160         DISPLAY "SOMALLC: ALLOCATION FAILED - " SAL-ERROR-COUNT
009170             " RULE(S) IN ERROR, SEE SOMALRPT"
009180         MOVE "Y" TO SAL-FAIL-SWITCH
009190     END-IF.
009200
009210     IF SAL-DIFFERENCE NOT = 0
009220         DISPLAY "SOMALLC: ALLOCATION OUT OF BALANCE BY "
009230             SAL-DIFFERENCE
009240         MOVE "Y" TO SAL-FAIL-SWITCH
009250     END-IF.
009260
009270     IF SAL-ALC-OPEN-YES
009280         CLOSE RULE-FILE
009290     END-IF.
009300
009310     CLOSE COSTCTR-FILE.
009320     CLOSE MAPPING-FILE.
009330     CLOSE VOUCHER-FILE.
009340     CLOSE REGISTER-FILE.
009350
009360     IF SAL-FAIL-YES
009370         MOVE 8 TO RETURN-CODE
009380         GO TO 3000-TERMINATE-EXIT
009390     END-IF.
009400
009410     PERFORM 3200-SAVE-LAST-PERIOD
009420         THRU 3200-SAVE-LAST-PERIOD-EXIT.
009430
009440     IF SAL-FAIL-YES
009450         MOVE 8 TO RETURN-CODE
009460     ELSE
009470         DISPLAY "SOMALLC: PERIOD " SAL-PERIOD " ALLOCATED, "
009480             SAL-VOUCHER-SEQ " LEGS WRITTEN"
009490         MOVE 0 TO RETURN-CODE
009500     END-IF.
009510
009520 3000-TERMINATE-EXIT.
009530     EXIT.
009540
009550*****************************************************************
009560* 3200-SAVE-LAST-PERIOD - RECORD THIS PERIOD AS ALLOCATED SO IT IS
009570*                        NEVER CHARGED BACK A SECOND TIME
009580*****************************************************************
009590 3200-SAVE-LAST-PERIOD.
009600
009610     OPEN OUTPUT PERIOD-CONTROL-FILE.
009620
009630     IF NOT SAL-PRD-OK
009640         DISPLAY "SOMALLC: UNABLE TO OPEN SOMAPERD FOR WRITE, "
009650             "STATUS " SAL-PRD-STATUS
009660         MOVE "Y" TO SAL-FAIL-SWITCH
009670         GO TO 3200-SAVE-LAST-PERIOD-EXIT
009680     END-IF.
009690
009700     MOVE SAL-PERIOD TO SOM-ALP-LAST-PERIOD.
009710
009720     WRITE SOM-ALLOC-CONTROL-RECORD.
009730
009740     IF NOT SAL-PRD-OK
009750         DISPLAY "SOMALLC: SOMAPERD WRITE FAILED, STATUS "
009760             SAL-PRD-STATUS
009770         MOVE "Y" TO SAL-FAIL-SWITCH
009780     END-IF.
009790
009800     CLOSE PERIOD-CONTROL-FILE.
009810
009820 3200-SAVE-LAST-PERIOD-EXIT.
009830     EXIT.
009840
009850 END PROGRAM SOMALLC.
