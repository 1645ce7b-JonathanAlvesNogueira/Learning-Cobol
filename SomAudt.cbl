000010******************************************************************
000020* PROGRAM:     SOMAUDT
000030* AUTHOR:      J. ALVES NOGUEIRA
000040* INSTALLATION: LEARNING-COBOL BATCH SHOP
000050* DATE-WRITTEN: 2026-10-01
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     WEEKLY CROSS-FILE REFERENTIAL INTEGRITY AUDIT OF
000090*              THE MASTER AND HISTORY FILES.  EVERY FILE IS READ
000100*              ONLY; THE AUDIT REPORTS AND NEVER REPAIRS:
000110*                - EVERY ACTIVE SOMCCM COST CENTER HAS A SOMGLMAP
000120*                  ACCOUNT, THE "*TOT" AND "*BFW" RECORDS EXIST,
000130*                  AND NO MAPPING NAMES AN UNKNOWN CENTER;
000140*                - NO SOMBUDG BUDGET IS FOR AN UNKNOWN CENTER, OR
000150*                  FOR A CLOSED ONE IN THE CURRENT OR A FUTURE
000160*                  PERIOD;
000170*                - SOMSUSF SUSPENSE AND SOMRHLF HOLDING ITEMS NAME
000180*                  AN EMPLOYEE ON EMPMAST AND AN OPEN CENTER;
000190*                - POSTED SOMTHIST RECORDS NAME AN EMPLOYEE ON
000200*                  EMPMAST AND A CENTER ON SOMCCM;
000210*                - NO SOMEBAL BALANCE IS FOR AN EMPLOYEE NO
000220*                  LONGER ON EMPMAST;
000230*                - THE PERIOD-TO-DATE AMOUNTS ON SOMCCM AND
000240*                  SOMEBAL AGREE WITH THE SAME FIGURES RECOMPUTED
000250*                  FROM SOMTHIST (POSTED "P" ITEMS BY RUN PERIOD,
000260*                  THE SIGNED "C" RECLASS LEGS ON THE CENTERS, THE
000270*                  "J" PRIOR-PERIOD ITEMS ON THE EMPLOYEES'
000280*                  EFFECTIVE PERIOD).  PERIODS OLDER THAN THE
000290*                  EARLIEST ONE STILL ON SOMTHIST (PURGED) ARE NOT
000300*                  RECOMPUTED.
000310*              A MISSING GL ACCOUNT OR A PERIOD-TO-DATE MISMATCH
000320*              IS A BREAK (RETURN CODE 8) - IT FAILS THE VOUCHER
000330*              BUILD OR THE CLOSE; EVERY OTHER FINDING IS A
000340*              WARNING (RETURN CODE 4).
000350*-----------------------------------------------------------------
000360* MODIFICATION HISTORY:
000370*   DATE       INIT  DESCRIPTION
000380*   2026-10-01 JAN   ORIGINAL VERSION - NOTHING CHECKED THAT THE
000390*                    MASTERS STILL AGREED AFTER MAINTENANCE,
000400*                    BACKOUTS AND PURGES, SO A BREAK ONLY SHOWED
000410*                    WHEN A POSTING OR A CLOSE FAILED.
000420* Tectonics: cobc
000430******************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID. SOMAUDT.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT EMPLOYEE-FILE ASSIGN "EMPMAST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS EMP-ID
000540         FILE STATUS IS SAU-EMP-STATUS.
000550
000560     SELECT COSTCTR-FILE ASSIGN "SOMCCM"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS SOM-CCM-CODE
000600         FILE STATUS IS SAU-CCM-STATUS.
000610
000620     SELECT BUDGET-FILE ASSIGN "SOMBUDG"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS SOM-BUD-KEY
000660         FILE STATUS IS SAU-BUD-STATUS.
000670
000680     SELECT BALANCE-FILE ASSIGN "SOMEBAL"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS SOM-EBL-KEY
000720         FILE STATUS IS SAU-EBL-STATUS.
000730
000740     SELECT MAPPING-FILE ASSIGN "SOMGLMAP"
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS SOM-GLM-COST-CENTER
000780         FILE STATUS IS SAU-GLM-STATUS.
000790
000800     SELECT HISTORY-FILE ASSIGN "SOMTHIST"
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS SOM-HIS-KEY
000840         FILE STATUS IS SAU-HIS-STATUS.
000850
000860     SELECT SUSPENSE-FILE ASSIGN "SOMSUSF"
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS SOM-SUS-KEY
000900         FILE STATUS IS SAU-SUS-STATUS.
000910
000920     SELECT HOLDING-FILE ASSIGN "SOMRHLF"
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS SOM-RHL-KEY
000960         FILE STATUS IS SAU-RHL-STATUS.
000970
000980     SELECT REPORT-FILE ASSIGN "SOMAURPT"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS SAU-RPT-STATUS.
001010
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  EMPLOYEE-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 COPY EMPMAST.
001070
001080 FD  COSTCTR-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 COPY SOMCCM.
001110
001120 FD  BUDGET-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 COPY SOMBUDG.
001150
001160 FD  BALANCE-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 COPY SOMEBAL.
001190
001200 FD  MAPPING-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 COPY SOMGLMAP.
001230
001240 FD  HISTORY-FILE
001250     LABEL RECORDS ARE STANDARD.
001260 COPY SOMHIST.
001270
001280 FD  SUSPENSE-FILE
001290     LABEL RECORDS ARE STANDARD.
001300 COPY SOMSUSP.
001310
001320 FD  HOLDING-FILE
001330     LABEL RECORDS ARE STANDARD.
001340 COPY SOMRHLD.
001350
001360 FD  REPORT-FILE
001370     LABEL RECORDS ARE STANDARD.
001380 COPY SOMAURPT.
001390
001400 WORKING-STORAGE SECTION.
001410 77  SAU-EMP-STATUS              PIC X(02) VALUE "00".
001420     88  SAU-EMP-OK                         VALUE "00".
001430
001440 77  SAU-CCM-STATUS              PIC X(02) VALUE "00".
001450     88  SAU-CCM-OK                         VALUE "00".
001460
001470 77  SAU-BUD-STATUS              PIC X(02) VALUE "00".
001480     88  SAU-BUD-OK                         VALUE "00".
001490
001500 77  SAU-EBL-STATUS              PIC X(02) VALUE "00".
001510     88  SAU-EBL-OK                         VALUE "00".
001520
001530 77  SAU-GLM-STATUS              PIC X(02) VALUE "00".
001540     88  SAU-GLM-OK                         VALUE "00".
001550
001560 77  SAU-HIS-STATUS              PIC X(02) VALUE "00".
001570     88  SAU-HIS-OK                         VALUE "00".
001580
001590 77  SAU-SUS-STATUS              PIC X(02) VALUE "00".
001600     88  SAU-SUS-OK                         VALUE "00".
001610
001620 77  SAU-RHL-STATUS              PIC X(02) VALUE "00".
001630     88  SAU-RHL-OK                         VALUE "00".
001640
001650 77  SAU-RPT-STATUS              PIC X(02) VALUE "00".
001660     88  SAU-RPT-OK                         VALUE "00".
001670
001680 77  SAU-INIT-STATUS-SWITCH      PIC X(01) VALUE "Y".
001690     88  SAU-INIT-OK                        VALUE "Y".
001700     88  SAU-INIT-FAILED                    VALUE "N".
001710
001720 77  SAU-EOF-SWITCH              PIC X(01) VALUE "N".
001730     88  SAU-EOF-YES                        VALUE "Y".
001740     88  SAU-EOF-NO                         VALUE "N".
001750
001760 77  SAU-FOUND-SWITCH            PIC X(01) VALUE "N".
001770     88  SAU-FOUND-YES                      VALUE "Y".
001780     88  SAU-FOUND-NO                       VALUE "N".
001790
001800*    WHICH OF THE OPTIONAL FILES COULD BE OPENED
001810 77  SAU-BUD-OPEN-SWITCH         PIC X(01) VALUE "N".
001820     88  SAU-BUD-OPEN-YES                   VALUE "Y".
001830 77  SAU-EBL-OPEN-SWITCH         PIC X(01) VALUE "N".
001840     88  SAU-EBL-OPEN-YES                   VALUE "Y".
001850 77  SAU-GLM-OPEN-SWITCH         PIC X(01) VALUE "N".
001860     88  SAU-GLM-OPEN-YES                   VALUE "Y".
001870 77  SAU-HIS-OPEN-SWITCH         PIC X(01) VALUE "N".
001880     88  SAU-HIS-OPEN-YES                   VALUE "Y".
001890 77  SAU-SUS-OPEN-SWITCH         PIC X(01) VALUE "N".
001900     88  SAU-SUS-OPEN-YES                   VALUE "Y".
001910 77  SAU-RHL-OPEN-SWITCH         PIC X(01) VALUE "N".
001920     88  SAU-RHL-OPEN-YES                   VALUE "Y".
001930
001940*    "Y" ONCE THE HISTORY PASS HAS RECOMPUTED EVERY BALANCE; A
001950*    FULL BALANCE TABLE LEAVES IT "N" AND SOMEBAL IS NOT COMPARED
001960 77  SAU-RECOMPUTED-SWITCH       PIC X(01) VALUE "N".
001970     88  SAU-RECOMPUTED-YES                 VALUE "Y".
001980     88  SAU-RECOMPUTED-NO                  VALUE "N".
001990
002000 77  SAU-CYCLE-DATE              PIC 9(08) VALUE ZEROS.
002010 77  SAU-RUN-PERIOD              PIC 9(06) VALUE ZEROS.
002020 77  SAU-HIS-PERIOD              PIC 9(06) VALUE ZEROS.
002030 77  SAU-COVER-PERIOD            PIC 9(06) VALUE ZEROS.
002040 77  SAU-SEEK-CENTER             PIC X(04) VALUE SPACES.
002050
002060 01  SAU-SEEK-BAL-KEY.
002070     05  SAU-SEEK-BAL-EMP            PIC 9(06).
002080     05  SAU-SEEK-BAL-PERIOD         PIC 9(06).
002090
002100 77  SAU-LO                      PIC 9(05) COMP VALUE 0.
002110 77  SAU-HI                      PIC 9(05) COMP VALUE 0.
002120 77  SAU-MID                     PIC 9(05) COMP VALUE 0.
002130 77  SAU-TX                      PIC 9(05) COMP VALUE 0.
002140 77  SAU-HIT-TX                  PIC 9(05) COMP VALUE 0.
002150 77  SAU-BX                      PIC 9(05) COMP VALUE 0.
002160 77  SAU-HIT-BX                  PIC 9(05) COMP VALUE 0.
002170 77  SAU-CTR-COUNT               PIC 9(05) COMP VALUE 0.
002180 77  SAU-CTR-MAX                 PIC 9(05) COMP VALUE 1000.
002190 77  SAU-BAL-COUNT               PIC 9(05) COMP VALUE 0.
002200 77  SAU-BAL-MAX                 PIC 9(05) COMP VALUE 5000.
002210
002220 77  SAU-STORED-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
002230 77  SAU-RECOMP-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
002240 77  SAU-DIFF-AMOUNT             PIC S9(11)V99 COMP-3 VALUE ZERO.
002250
002260*    THE FINDING BEING REPORTED
002270 77  SAU-FND-SEVERITY            PIC X(01) VALUE SPACE.
002280     88  SAU-FND-BREAK                      VALUE "B".
002290     88  SAU-FND-WARNING                    VALUE "W".
002300 77  SAU-FND-FILE                PIC X(08) VALUE SPACES.
002310 77  SAU-FND-TEXT                PIC X(36) VALUE SPACES.
002320 77  SAU-FND-VALUE               PIC X(09) VALUE SPACES.
002330 77  SAU-SECTION-TITLE           PIC X(60) VALUE SPACES.
002340
002350 01  SAU-KEY-WORK                    PIC X(18) VALUE SPACES.
002360
002370 01  SAU-KEY-EMP-PERIOD REDEFINES SAU-KEY-WORK.
002380     05  SAU-KEY-EP-EMP              PIC 9(06).
002390     05  SAU-KEY-EP-SLASH            PIC X(01).
002400     05  SAU-KEY-EP-PERIOD           PIC 9(06).
002410     05  FILLER                      PIC X(05).
002420
002430 01  SAU-KEY-CC-PERIOD REDEFINES SAU-KEY-WORK.
002440     05  SAU-KEY-CP-CENTER           PIC X(04).
002450     05  SAU-KEY-CP-SLASH            PIC X(01).
002460     05  SAU-KEY-CP-PERIOD           PIC 9(06).
002470     05  FILLER                      PIC X(07).
002480
002490 01  SAU-KEY-HISTORY REDEFINES SAU-KEY-WORK.
002500     05  SAU-KEY-HS-RUN-DATE         PIC 9(08).
002510     05  SAU-KEY-HS-SLASH-1          PIC X(01).
002520     05  SAU-KEY-HS-TRAN-KEY         PIC 9(06).
002530     05  SAU-KEY-HS-SLASH-2          PIC X(01).
002540     05  SAU-KEY-HS-SEQ              PIC 9(02).
002550
002560*    FINDING COUNTS, PER CHECK AND OVERALL
002570 77  SAU-SECTION-FINDINGS        PIC 9(07) COMP VALUE 0.
002580 77  SAU-BREAK-COUNT             PIC 9(07) COMP VALUE 0.
002590 77  SAU-WARN-COUNT              PIC 9(07) COMP VALUE 0.
002600 77  SAU-GLM-FINDINGS            PIC 9(07) COMP VALUE 0.
002610 77  SAU-BUD-FINDINGS            PIC 9(07) COMP VALUE 0.
002620 77  SAU-SUS-FINDINGS            PIC 9(07) COMP VALUE 0.
002630 77  SAU-RHL-FINDINGS            PIC 9(07) COMP VALUE 0.
002640 77  SAU-HIS-FINDINGS            PIC 9(07) COMP VALUE 0.
002650 77  SAU-EBL-FINDINGS            PIC 9(07) COMP VALUE 0.
002660 77  SAU-EBL-MISMATCHES          PIC 9(07) COMP VALUE 0.
002670 77  SAU-CCM-MISMATCHES          PIC 9(07) COMP VALUE 0.
002680 77  SAU-EBL-OLD-COUNT           PIC 9(07) COMP VALUE 0.
002690 77  SAU-CCM-OLD-COUNT           PIC 9(07) COMP VALUE 0.
002700 77  SAU-EBL-READ-COUNT          PIC 9(07) COMP VALUE 0.
002710 77  SAU-HIS-READ-COUNT          PIC 9(07) COMP VALUE 0.
002720
002730******************************************************************
002740* SAU-CTR-TABLE - EVERY SOMCCM COST CENTER IN CODE ORDER, WITH ITS
002750* STORED PERIOD-TO-DATE AND THE SAME FIGURE RECOMPUTED FROM
002760* SOMTHIST FOR THE PERIOD THE MASTER NAMES
002770******************************************************************
002780 01  SAU-CTR-TABLE.
002790     05  SAU-CTR-ENTRY OCCURS 1000 TIMES.
002800         10  SAU-CTT-CODE            PIC X(04).
002810         10  SAU-CTT-STATE           PIC X(01).
002820             88  SAU-CTT-ACTIVE                 VALUE "A".
002830             88  SAU-CTT-CLOSED                 VALUE "C".
002840         10  SAU-CTT-PTD-PERIOD      PIC 9(06).
002850         10  SAU-CTT-PTD-AMOUNT      PIC S9(11)V99 COMP-3.
002860         10  SAU-CTT-RECOMP          PIC S9(11)V99 COMP-3.
002870
002880******************************************************************
002890* SAU-BAL-TABLE - THE EMPLOYEE PERIOD-TO-DATE BALANCES RECOMPUTED
002900* FROM SOMTHIST, IN EMPLOYEE + PERIOD ORDER (THE SOMEBAL KEY),
002910* EACH MARKED WHEN ITS SOMEBAL RECORD IS FOUND
002920******************************************************************
002930 01  SAU-BAL-TABLE.
002940     05  SAU-BAL-ENTRY OCCURS 5000 TIMES.
002950         10  SAU-BLT-KEY.
002960             15  SAU-BLT-EMP         PIC 9(06).
002970             15  SAU-BLT-PERIOD      PIC 9(06).
002980         10  SAU-BLT-AMOUNT          PIC S9(11)V99 COMP-3.
002990         10  SAU-BLT-SEEN            PIC X(01).
003000             88  SAU-BLT-SEEN-YES               VALUE "Y".
003010
003020******************************************************************
003030* SAU-RPT-WORK-LINE AND ITS REDEFINES - THE REPORT LINE IS BUILT
003040* HERE IN WORKING STORAGE, THEN MOVED INTO THE REPORT-FILE RECORD
003050* JUST BEFORE EACH WRITE.
003060******************************************************************
003070 01  SAU-RPT-WORK-LINE               PIC X(080) VALUE SPACES.
003080
003090 01  SAU-RPT-HEADING REDEFINES SAU-RPT-WORK-LINE.
003100     05  SAU-RPT-HDG-LABEL           PIC X(50).
003110     05  SAU-RPT-HDG-DATE            PIC 9(08).
003120     05  FILLER                      PIC X(22).
003130
003140 01  SAU-RPT-NOTE REDEFINES SAU-RPT-WORK-LINE.
003150     05  SAU-RPT-NOTE-TEXT           PIC X(60).
003160     05  FILLER                      PIC X(20).
003170
003180 01  SAU-RPT-FINDING REDEFINES SAU-RPT-WORK-LINE.
003190     05  FILLER                      PIC X(01).
003200     05  SAU-RPT-FND-SEVERITY        PIC X(05).
003210     05  FILLER                      PIC X(01).
003220     05  SAU-RPT-FND-FILE            PIC X(08).
003230     05  FILLER                      PIC X(01).
003240     05  SAU-RPT-FND-KEY             PIC X(18).
003250     05  FILLER                      PIC X(01).
003260     05  SAU-RPT-FND-TEXT            PIC X(36).
003270     05  SAU-RPT-FND-VALUE           PIC X(09).
003280
003290 01  SAU-RPT-MISMATCH-COLUMNS REDEFINES SAU-RPT-WORK-LINE.
003300     05  FILLER                      PIC X(01).
003310     05  SAU-RPT-MSC-SEVERITY        PIC X(05).
003320     05  FILLER                      PIC X(01).
003330     05  SAU-RPT-MSC-FILE            PIC X(08).
003340     05  FILLER                      PIC X(01).
003350     05  SAU-RPT-MSC-KEY             PIC X(18).
003360     05  FILLER                      PIC X(01).
003370     05  SAU-RPT-MSC-STORED          PIC X(13).
003380     05  FILLER                      PIC X(01).
003390     05  SAU-RPT-MSC-RECOMP          PIC X(13).
003400     05  FILLER                      PIC X(01).
003410     05  SAU-RPT-MSC-DIFF            PIC X(13).
003420     05  FILLER                      PIC X(04).
003430
003440 01  SAU-RPT-MISMATCH REDEFINES SAU-RPT-WORK-LINE.
003450     05  FILLER                      PIC X(01).
003460     05  SAU-RPT-MIS-SEVERITY        PIC X(05).
003470     05  FILLER                      PIC X(01).
003480     05  SAU-RPT-MIS-FILE            PIC X(08).
003490     05  FILLER                      PIC X(01).
003500     05  SAU-RPT-MIS-KEY             PIC X(18).
003510     05  FILLER                      PIC X(01).
003520     05  SAU-RPT-MIS-STORED          PIC -(9)9.99.
003530     05  FILLER                      PIC X(01).
003540     05  SAU-RPT-MIS-RECOMP          PIC -(9)9.99.
003550     05  FILLER                      PIC X(01).
003560     05  SAU-RPT-MIS-DIFF            PIC -(9)9.99.
003570     05  FILLER                      PIC X(04).
003580
003590 01  SAU-RPT-COUNT-LINE REDEFINES SAU-RPT-WORK-LINE.
003600     05  SAU-RPT-CNT-LABEL           PIC X(44).
003610     05  SAU-RPT-CNT-COUNT           PIC ZZZZZZ9.
003620     05  FILLER                      PIC X(29).
003630
003640 LINKAGE SECTION.
003650 01  SAU-LINK-CYCLE-DATE         PIC 9(08).
003660
003670 PROCEDURE DIVISION USING SAU-LINK-CYCLE-DATE.
003680******************************************************************
003690* 0000-MAINLINE
003700******************************************************************
003710 0000-MAINLINE.
003720
003730     PERFORM 1000-INITIALIZE
003740         THRU 1000-INITIALIZE-EXIT.
003750
003760     IF SAU-INIT-OK
003770         PERFORM 2000-LOAD-CENTERS
003780             THRU 2000-LOAD-CENTERS-EXIT
003790         PERFORM 3000-CHECK-MAPPING
003800             THRU 3000-CHECK-MAPPING-EXIT
003810         PERFORM 3500-CHECK-BUDGETS
003820             THRU 3500-CHECK-BUDGETS-EXIT
003830         PERFORM 3700-CHECK-SUSPENSE
003840             THRU 3700-CHECK-SUSPENSE-EXIT
003850         PERFORM 3800-CHECK-HOLDING
003860             THRU 3800-CHECK-HOLDING-EXIT
003870         PERFORM 4000-SCAN-HISTORY
003880             THRU 4000-SCAN-HISTORY-EXIT
003890         PERFORM 5000-CHECK-BALANCES
003900             THRU 5000-CHECK-BALANCES-EXIT
003910         PERFORM 6000-CHECK-CENTER-PTD
003920             THRU 6000-CHECK-CENTER-PTD-EXIT
003930         PERFORM 7000-PRINT-COUNTS
003940             THRU 7000-PRINT-COUNTS-EXIT
003950     END-IF.
003960
003970     PERFORM 9000-TERMINATE
003980         THRU 9000-TERMINATE-EXIT.
003990
004000     GOBACK.
004010
004020******************************************************************
004030* 1000-INITIALIZE - TAKE THE CYCLE DATE AND OPEN THE FILES.  THE
004040*                  REPORT, EMPMAST AND SOMCCM ARE REQUIRED; ANY
004050*                  OTHER FILE NOT THERE IS REPORTED AND ITS CHECK
004060*                  SKIPPED.
004070******************************************************************
004080 1000-INITIALIZE.
004090
004100*    CALLED BY NIGHTDRV THE CYCLE DATE IS PASSED; STANDALONE THE
004110*    AUDIT RUNS AS OF TODAY.
004120     IF ADDRESS OF SAU-LINK-CYCLE-DATE NOT = NULL
004130         MOVE SAU-LINK-CYCLE-DATE TO SAU-CYCLE-DATE
004140     ELSE
004150         ACCEPT SAU-CYCLE-DATE FROM DATE YYYYMMDD
004160     END-IF.
004170
004180     DIVIDE SAU-CYCLE-DATE BY 100 GIVING SAU-RUN-PERIOD.
004190
004200     OPEN OUTPUT REPORT-FILE.
004210
004220     IF NOT SAU-RPT-OK
004230         DISPLAY "SOMAUDT: UNABLE TO OPEN SOMAURPT, STATUS "
004240             SAU-RPT-STATUS
004250         MOVE 8 TO RETURN-CODE
004260         MOVE "N" TO SAU-INIT-STATUS-SWITCH
004270         GO TO 1000-INITIALIZE-EXIT
004280     END-IF.
004290
004300     MOVE SPACES TO SAU-RPT-WORK-LINE.
004310     MOVE "MASTER AND HISTORY FILE INTEGRITY AUDIT AS OF "
004320         TO SAU-RPT-HDG-LABEL.
004330     MOVE SAU-CYCLE-DATE TO SAU-RPT-HDG-DATE.
004340     PERFORM 8900-WRITE-REPORT-LINE
004350         THRU 8900-WRITE-REPORT-LINE-EXIT.
004360
004370     OPEN INPUT EMPLOYEE-FILE.
004380
004390     IF NOT SAU-EMP-OK
004400         DISPLAY "SOMAUDT: UNABLE TO OPEN EMPMAST, STATUS "
004410             SAU-EMP-STATUS
004420         MOVE 8 TO RETURN-CODE
004430         MOVE "N" TO SAU-INIT-STATUS-SWITCH
004440         GO TO 1000-INITIALIZE-EXIT
004450     END-IF.
004460
004470     OPEN INPUT COSTCTR-FILE.
004480
004490     IF NOT SAU-CCM-OK
004500         DISPLAY "SOMAUDT: UNABLE TO OPEN SOMCCM, STATUS "
004510             SAU-CCM-STATUS
004520         MOVE 8 TO RETURN-CODE
004530         MOVE "N" TO SAU-INIT-STATUS-SWITCH
004540         GO TO 1000-INITIALIZE-EXIT
004550     END-IF.
004560
004570     OPEN INPUT MAPPING-FILE.
004580     IF SAU-GLM-OK
004590         MOVE "Y" TO SAU-GLM-OPEN-SWITCH
004600     ELSE
004610         DISPLAY "SOMAUDT: SOMGLMAP NOT AVAILABLE, STATUS "
004620             SAU-GLM-STATUS
004630     END-IF.
004640
004650     OPEN INPUT BUDGET-FILE.
004660     IF SAU-BUD-OK
004670         MOVE "Y" TO SAU-BUD-OPEN-SWITCH
004680     ELSE
004690         DISPLAY "SOMAUDT: SOMBUDG NOT AVAILABLE, STATUS "
004700             SAU-BUD-STATUS
004710     END-IF.
004720
004730     OPEN INPUT BALANCE-FILE.
004740     IF SAU-EBL-OK
004750         MOVE "Y" TO SAU-EBL-OPEN-SWITCH
004760     ELSE
004770         DISPLAY "SOMAUDT: SOMEBAL NOT AVAILABLE, STATUS "
004780             SAU-EBL-STATUS
004790     END-IF.
004800
004810     OPEN INPUT HISTORY-FILE.
004820     IF SAU-HIS-OK
004830         MOVE "Y" TO SAU-HIS-OPEN-SWITCH
004840     ELSE
004850         DISPLAY "SOMAUDT: SOMTHIST NOT AVAILABLE, STATUS "
004860             SAU-HIS-STATUS
004870     END-IF.
004880
004890     OPEN INPUT SUSPENSE-FILE.
004900     IF SAU-SUS-OK
004910         MOVE "Y" TO SAU-SUS-OPEN-SWITCH
004920     ELSE
004930         DISPLAY "SOMAUDT: SOMSUSF NOT AVAILABLE, STATUS "
004940             SAU-SUS-STATUS
004950     END-IF.
004960
004970     OPEN INPUT HOLDING-FILE.
004980     IF SAU-RHL-OK
004990         MOVE "Y" TO SAU-RHL-OPEN-SWITCH
005000     ELSE
005010         DISPLAY "SOMAUDT: SOMRHLF NOT AVAILABLE, STATUS "
005020             SAU-RHL-STATUS
005030     END-IF.
005040
005050 1000-INITIALIZE-EXIT.
005060     EXIT.
005070
005080******************************************************************
005090* 2000-LOAD-CENTERS - LOAD EVERY SOMCCM CENTER, IN CODE ORDER, SO
005100*                    THE OTHER FILES' CENTERS CAN BE LOOKED UP IN
005110*                    STORAGE
005120******************************************************************
005130 2000-LOAD-CENTERS.
005140
005150     MOVE "N" TO SAU-EOF-SWITCH.
005160     MOVE LOW-VALUES TO SOM-CCM-CODE.
005170
005180     START COSTCTR-FILE
005190         KEY IS NOT LESS THAN SOM-CCM-CODE
005200         INVALID KEY
005210             MOVE "Y" TO SAU-EOF-SWITCH
005220     END-START.
005230
005240     PERFORM 2100-LOAD-ONE-CENTER
005250         THRU 2100-LOAD-ONE-CENTER-EXIT
005260         UNTIL SAU-EOF-YES.
005270
005280 2000-LOAD-CENTERS-EXIT.
005290     EXIT.
005300
005310******************************************************************
005320* 2100-LOAD-ONE-CENTER - READ AND TABLE ONE COST CENTER
005330******************************************************************
005340 2100-LOAD-ONE-CENTER.
005350
005360     READ COSTCTR-FILE NEXT RECORD
005370         AT END
005380             MOVE "Y" TO SAU-EOF-SWITCH
005390             GO TO 2100-LOAD-ONE-CENTER-EXIT
005400     END-READ.
005410
005420     IF SAU-CTR-COUNT NOT < SAU-CTR-MAX
005430         DISPLAY "SOMAUDT: COST CENTER TABLE FULL AT "
005440             SOM-CCM-CODE ", REST NOT AUDITED"
005450         MOVE "Y" TO SAU-EOF-SWITCH
005460         MOVE "W"          TO SAU-FND-SEVERITY
005470         MOVE "SOMCCM"     TO SAU-FND-FILE
005480         MOVE SOM-CCM-CODE TO SAU-KEY-WORK
005490         MOVE "CENTER TABLE FULL - REST NOT AUDITED"
005500             TO SAU-FND-TEXT
005510         MOVE SPACES       TO SAU-FND-VALUE
005520         PERFORM 8700-WRITE-FINDING
005530             THRU 8700-WRITE-FINDING-EXIT
005540         GO TO 2100-LOAD-ONE-CENTER-EXIT
005550     END-IF.
005560
005570     ADD 1 TO SAU-CTR-COUNT.
005580     MOVE SAU-CTR-COUNT TO SAU-TX.
005590     MOVE SOM-CCM-CODE  TO SAU-CTT-CODE (SAU-TX).
005600     MOVE SOM-CCM-STATE TO SAU-CTT-STATE (SAU-TX).
005610     MOVE ZERO          TO SAU-CTT-RECOMP (SAU-TX).
005620
005630     IF SOM-CCM-PTD-PERIOD NUMERIC
005640         MOVE SOM-CCM-PTD-PERIOD TO SAU-CTT-PTD-PERIOD (SAU-TX)
005650     ELSE
005660         MOVE ZEROS              TO SAU-CTT-PTD-PERIOD (SAU-TX)
005670     END-IF.
005680
005690     IF SOM-CCM-PTD-AMOUNT NUMERIC
005700         MOVE SOM-CCM-PTD-AMOUNT TO SAU-CTT-PTD-AMOUNT (SAU-TX)
005710     ELSE
005720         MOVE ZERO               TO SAU-CTT-PTD-AMOUNT (SAU-TX)
005730     END-IF.
005740
005750 2100-LOAD-ONE-CENTER-EXIT.
005760     EXIT.
005770
005780******************************************************************
005790* 3000-CHECK-MAPPING - EVERY ACTIVE CENTER NEEDS A SOMGLMAP
005800*                     ACCOUNT, AS DO THE "*TOT" CLEARING AND
005810*                     "*BFW" SUSPENSE KEYS - THE VOUCHER BUILD
005820*                     FAILS HARD WITHOUT THEM (BREAKS).  A MAPPING
005830*                     FOR A CENTER NOT ON SOMCCM IS A WARNING.
005840******************************************************************
005850 3000-CHECK-MAPPING.
005860
005870     MOVE "COST CENTERS AND GL ACCOUNT MAPPING (SOMGLMAP)"
005880         TO SAU-SECTION-TITLE.
005890     PERFORM 8800-START-SECTION
005900         THRU 8800-START-SECTION-EXIT.
005910
005920     IF NOT SAU-GLM-OPEN-YES
005930         MOVE "B"         TO SAU-FND-SEVERITY
005940         MOVE "SOMGLMAP"  TO SAU-FND-FILE
005950         MOVE SPACES      TO SAU-KEY-WORK
005960         MOVE "FILE NOT AVAILABLE - NOTHING IS MAPPED"
005970             TO SAU-FND-TEXT
005980         MOVE SPACES      TO SAU-FND-VALUE
005990         PERFORM 8700-WRITE-FINDING
006000             THRU 8700-WRITE-FINDING-EXIT
006010         ADD 1 TO SAU-GLM-FINDINGS
006020         GO TO 3000-CHECK-MAPPING-END
006030     END-IF.
006040
006050     PERFORM 3100-CHECK-ONE-CENTER-MAP
006060         THRU 3100-CHECK-ONE-CENTER-MAP-EXIT
006070         VARYING SAU-TX FROM 1 BY 1
006080         UNTIL SAU-TX > SAU-CTR-COUNT.
006090
006100     MOVE "*TOT" TO SAU-SEEK-CENTER.
006110     PERFORM 3150-CHECK-SPECIAL-MAP
006120         THRU 3150-CHECK-SPECIAL-MAP-EXIT.
006130
006140     MOVE "*BFW" TO SAU-SEEK-CENTER.
006150     PERFORM 3150-CHECK-SPECIAL-MAP
006160         THRU 3150-CHECK-SPECIAL-MAP-EXIT.
006170
006180     MOVE "N" TO SAU-EOF-SWITCH.
006190     MOVE LOW-VALUES TO SOM-GLM-COST-CENTER.
006200
006210     START MAPPING-FILE
006220         KEY IS NOT LESS THAN SOM-GLM-COST-CENTER
006230         INVALID KEY
006240             MOVE "Y" TO SAU-EOF-SWITCH
006250     END-START.
006260
006270     PERFORM 3200-CHECK-ONE-MAPPING
006280         THRU 3200-CHECK-ONE-MAPPING-EXIT
006290         UNTIL SAU-EOF-YES.
006300
006310 3000-CHECK-MAPPING-END.
006320
006330     PERFORM 8810-END-SECTION
006340         THRU 8810-END-SECTION-EXIT.
006350
006360 3000-CHECK-MAPPING-EXIT.
006370     EXIT.
006380
006390******************************************************************
006400* 3100-CHECK-ONE-CENTER-MAP - ONE ACTIVE CENTER MUST BE MAPPED TO
006410*                            A NON-BLANK ACCOUNT
006420******************************************************************
006430 3100-CHECK-ONE-CENTER-MAP.
006440
006450     IF NOT SAU-CTT-ACTIVE (SAU-TX)
006460         GO TO 3100-CHECK-ONE-CENTER-MAP-EXIT
006470     END-IF.
006480
006490     MOVE SAU-CTT-CODE (SAU-TX) TO SOM-GLM-COST-CENTER.
006500
006510     READ MAPPING-FILE
006520         KEY IS SOM-GLM-COST-CENTER
006530         INVALID KEY
006540             MOVE "B"            TO SAU-FND-SEVERITY
006550             MOVE "SOMCCM"       TO SAU-FND-FILE
006560             MOVE SAU-CTT-CODE (SAU-TX) TO SAU-KEY-WORK
006570             MOVE "ACTIVE COST CENTER HAS NO GL ACCOUNT"
006580                 TO SAU-FND-TEXT
006590             MOVE SPACES         TO SAU-FND-VALUE
006600             PERFORM 8700-WRITE-FINDING
006610                 THRU 8700-WRITE-FINDING-EXIT
006620             ADD 1 TO SAU-GLM-FINDINGS
006630             GO TO 3100-CHECK-ONE-CENTER-MAP-EXIT
006640     END-READ.
006650
006660     IF SAU-GLM-OK AND SOM-GLM-ACCOUNT = SPACES
006670         MOVE "B"            TO SAU-FND-SEVERITY
006680         MOVE "SOMGLMAP"     TO SAU-FND-FILE
006690         MOVE SAU-CTT-CODE (SAU-TX) TO SAU-KEY-WORK
006700         MOVE "GL ACCOUNT IS BLANK" TO SAU-FND-TEXT
006710         MOVE SPACES         TO SAU-FND-VALUE
006720         PERFORM 8700-WRITE-FINDING
006730             THRU 8700-WRITE-FINDING-EXIT
006740         ADD 1 TO SAU-GLM-FINDINGS
006750     END-IF.
006760
006770 3100-CHECK-ONE-CENTER-MAP-EXIT.
006780     EXIT.
006790
006800******************************************************************
006810* 3150-CHECK-SPECIAL-MAP - THE "*TOT" OR "*BFW" MAPPING NAMED IN
006820*                         SAU-SEEK-CENTER MUST BE ON FILE
006830******************************************************************
006840 3150-CHECK-SPECIAL-MAP.
006850
006860     MOVE SAU-SEEK-CENTER TO SOM-GLM-COST-CENTER.
006870
006880     READ MAPPING-FILE
006890         KEY IS SOM-GLM-COST-CENTER
006900         INVALID KEY
006910             MOVE "B"             TO SAU-FND-SEVERITY
006920             MOVE "SOMGLMAP"      TO SAU-FND-FILE
006930             MOVE SAU-SEEK-CENTER TO SAU-KEY-WORK
006940             MOVE "CLEARING/SUSPENSE MAPPING MISSING"
006950                 TO SAU-FND-TEXT
006960             MOVE SPACES          TO SAU-FND-VALUE
006970             PERFORM 8700-WRITE-FINDING
006980                 THRU 8700-WRITE-FINDING-EXIT
006990             ADD 1 TO SAU-GLM-FINDINGS
007000     END-READ.
007010
007020 3150-CHECK-SPECIAL-MAP-EXIT.
007030     EXIT.
007040
007050******************************************************************
007060* 3200-CHECK-ONE-MAPPING - A MAPPING RECORD (OTHER THAN THE TWO
007070*                         SPECIAL KEYS) MUST NAME A SOMCCM CENTER
007080******************************************************************
007090 3200-CHECK-ONE-MAPPING.
007100
007110     READ MAPPING-FILE NEXT RECORD
007120         AT END
007130             MOVE "Y" TO SAU-EOF-SWITCH
007140             GO TO 3200-CHECK-ONE-MAPPING-EXIT
007150     END-READ.
007160
007170     IF SOM-GLM-COST-CENTER = "*TOT" OR "*BFW"
007180         GO TO 3200-CHECK-ONE-MAPPING-EXIT
007190     END-IF.
007200
007210     MOVE SOM-GLM-COST-CENTER TO SAU-SEEK-CENTER.
007220     PERFORM 8100-FIND-CENTER
007230         THRU 8100-FIND-CENTER-EXIT.
007240
007250     IF SAU-HIT-TX = 0
007260         MOVE "W"                 TO SAU-FND-SEVERITY
007270         MOVE "SOMGLMAP"          TO SAU-FND-FILE
007280         MOVE SOM-GLM-COST-CENTER TO SAU-KEY-WORK
007290         MOVE "MAPPING FOR CENTER NOT ON SOMCCM"
007300             TO SAU-FND-TEXT
007310         MOVE SPACES              TO SAU-FND-VALUE
007320         PERFORM 8700-WRITE-FINDING
007330             THRU 8700-WRITE-FINDING-EXIT
007340         ADD 1 TO SAU-GLM-FINDINGS
007350     END-IF.
007360
007370 3200-CHECK-ONE-MAPPING-EXIT.
007380     EXIT.
007390
007400******************************************************************
007410* 3500-CHECK-BUDGETS - A BUDGET MUST BE FOR A CENTER ON SOMCCM,
007420*                     AND NOT FOR A CLOSED ONE IN THE CURRENT OR A
007430*                     FUTURE PERIOD (A CLOSED CENTER'S PAST
007440*                     BUDGETS ARE HISTORY)
007450******************************************************************
007460 3500-CHECK-BUDGETS.
007470
007480     MOVE "COST CENTER BUDGETS (SOMBUDG)" TO SAU-SECTION-TITLE.
007490     PERFORM 8800-START-SECTION
007500         THRU 8800-START-SECTION-EXIT.
007510
007520     IF NOT SAU-BUD-OPEN-YES
007530         PERFORM 8820-FILE-NOT-AVAILABLE
007540             THRU 8820-FILE-NOT-AVAILABLE-EXIT
007550         GO TO 3500-CHECK-BUDGETS-EXIT
007560     END-IF.
007570
007580     MOVE "N" TO SAU-EOF-SWITCH.
007590     MOVE LOW-VALUES TO SOM-BUD-KEY.
007600
007610     START BUDGET-FILE
007620         KEY IS NOT LESS THAN SOM-BUD-KEY
007630         INVALID KEY
007640             MOVE "Y" TO SAU-EOF-SWITCH
007650     END-START.
007660
007670     PERFORM 3600-CHECK-ONE-BUDGET
007680         THRU 3600-CHECK-ONE-BUDGET-EXIT
007690         UNTIL SAU-EOF-YES.
007700
007710     PERFORM 8810-END-SECTION
007720         THRU 8810-END-SECTION-EXIT.
007730
007740 3500-CHECK-BUDGETS-EXIT.
007750     EXIT.
007760
007770******************************************************************
007780* 3600-CHECK-ONE-BUDGET - READ AND CHECK ONE BUDGET RECORD
007790******************************************************************
007800 3600-CHECK-ONE-BUDGET.
007810
007820     READ BUDGET-FILE NEXT RECORD
007830         AT END
007840             MOVE "Y" TO SAU-EOF-SWITCH
007850             GO TO 3600-CHECK-ONE-BUDGET-EXIT
007860     END-READ.
007870
007880     MOVE SOM-BUD-COST-CENTER TO SAU-SEEK-CENTER.
007890     PERFORM 8100-FIND-CENTER
007900         THRU 8100-FIND-CENTER-EXIT.
007910
007920     MOVE SPACES              TO SAU-KEY-WORK.
007930     MOVE SOM-BUD-COST-CENTER TO SAU-KEY-CP-CENTER.
007940     MOVE "/"                 TO SAU-KEY-CP-SLASH.
007950     MOVE SOM-BUD-PERIOD      TO SAU-KEY-CP-PERIOD.
007960     MOVE "W"                 TO SAU-FND-SEVERITY.
007970     MOVE "SOMBUDG"           TO SAU-FND-FILE.
007980     MOVE SPACES              TO SAU-FND-VALUE.
007990
008000     IF SAU-HIT-TX = 0
008010         MOVE "BUDGET FOR CENTER NOT ON SOMCCM" TO SAU-FND-TEXT
008020         PERFORM 8700-WRITE-FINDING
008030             THRU 8700-WRITE-FINDING-EXIT
008040         ADD 1 TO SAU-BUD-FINDINGS
008050         GO TO 3600-CHECK-ONE-BUDGET-EXIT
008060     END-IF.
008070
008080     IF NOT SAU-CTT-ACTIVE (SAU-HIT-TX)
008090        AND SOM-BUD-PERIOD NOT < SAU-RUN-PERIOD
008100         MOVE "BUDGET FOR A CLOSED COST CENTER" TO SAU-FND-TEXT
008110         PERFORM 8700-WRITE-FINDING
008120             THRU 8700-WRITE-FINDING-EXIT
008130         ADD 1 TO SAU-BUD-FINDINGS
008140     END-IF.
008150
008160 3600-CHECK-ONE-BUDGET-EXIT.
008170     EXIT.
008180
008190******************************************************************
008200* 3700-CHECK-SUSPENSE - EVERY SUSPENSE ITEM MUST NAME AN EMPLOYEE
008210*                      ON EMPMAST AND AN ACTIVE CENTER, OR ITS
008220*                      RELEASE CAN ONLY BE REJECTED
008230******************************************************************
008240 3700-CHECK-SUSPENSE.
008250
008260     MOVE "SUSPENSE ITEMS (SOMSUSF)" TO SAU-SECTION-TITLE.
008270     PERFORM 8800-START-SECTION
008280         THRU 8800-START-SECTION-EXIT.
008290
008300     IF NOT SAU-SUS-OPEN-YES
008310         PERFORM 8820-FILE-NOT-AVAILABLE
008320             THRU 8820-FILE-NOT-AVAILABLE-EXIT
008330         GO TO 3700-CHECK-SUSPENSE-EXIT
008340     END-IF.
008350
008360     MOVE "N" TO SAU-EOF-SWITCH.
008370     MOVE ZEROS TO SOM-SUS-KEY.
008380
008390     START SUSPENSE-FILE
008400         KEY IS NOT LESS THAN SOM-SUS-KEY
008410         INVALID KEY
008420             MOVE "Y" TO SAU-EOF-SWITCH
008430     END-START.
008440
008450     PERFORM 3750-CHECK-ONE-SUSPENSE
008460         THRU 3750-CHECK-ONE-SUSPENSE-EXIT
008470         UNTIL SAU-EOF-YES.
008480
008490     MOVE SAU-SECTION-FINDINGS TO SAU-SUS-FINDINGS.
008500     PERFORM 8810-END-SECTION
008510         THRU 8810-END-SECTION-EXIT.
008520
008530 3700-CHECK-SUSPENSE-EXIT.
008540     EXIT.
008550
008560******************************************************************
008570* 3750-CHECK-ONE-SUSPENSE - READ AND CHECK ONE SUSPENSE ITEM
008580******************************************************************
008590 3750-CHECK-ONE-SUSPENSE.
008600
008610     READ SUSPENSE-FILE NEXT RECORD
008620         AT END
008630             MOVE "Y" TO SAU-EOF-SWITCH
008640             GO TO 3750-CHECK-ONE-SUSPENSE-EXIT
008650     END-READ.
008660
008670     MOVE "SOMSUSF"           TO SAU-FND-FILE.
008680     MOVE SOM-SUS-KEY         TO SAU-KEY-WORK.
008690     MOVE SOM-SUS-KEY         TO EMP-ID.
008700     MOVE SOM-SUS-COST-CENTER TO SAU-SEEK-CENTER.
008710
008720     PERFORM 8600-CHECK-ITEM-KEYS
008730         THRU 8600-CHECK-ITEM-KEYS-EXIT.
008740
008750 3750-CHECK-ONE-SUSPENSE-EXIT.
008760     EXIT.
008770
008780******************************************************************
008790* 3800-CHECK-HOLDING - THE SAME CHECKS FOR THE REJECTS HOLDING
008800*                     FILE.  AN ITEM WAITING ON AN EMPMAST ADD IS
008810*                     EXPECTED FOR A DAY OR TWO; ONE STILL HERE AT
008820*                     THE WEEKLY AUDIT NEEDS FOLLOWING UP.
008830******************************************************************
008840 3800-CHECK-HOLDING.
008850
008860     MOVE "REJECTS HOLDING ITEMS (SOMRHLF)" TO SAU-SECTION-TITLE.
008870     PERFORM 8800-START-SECTION
008880         THRU 8800-START-SECTION-EXIT.
008890
008900     IF NOT SAU-RHL-OPEN-YES
008910         PERFORM 8820-FILE-NOT-AVAILABLE
008920             THRU 8820-FILE-NOT-AVAILABLE-EXIT
008930         GO TO 3800-CHECK-HOLDING-EXIT
008940     END-IF.
008950
008960     MOVE "N" TO SAU-EOF-SWITCH.
008970     MOVE ZEROS TO SOM-RHL-KEY.
008980
008990     START HOLDING-FILE
009000         KEY IS NOT LESS THAN SOM-RHL-KEY
009010         INVALID KEY
009020             MOVE "Y" TO SAU-EOF-SWITCH
009030     END-START.
009040
009050     PERFORM 3850-CHECK-ONE-HOLDING
009060         THRU 3850-CHECK-ONE-HOLDING-EXIT
009070         UNTIL SAU-EOF-YES.
009080
009090     MOVE SAU-SECTION-FINDINGS TO SAU-RHL-FINDINGS.
009100     PERFORM 8810-END-SECTION
009110         THRU 8810-END-SECTION-EXIT.
009120
009130 3800-CHECK-HOLDING-EXIT.
009140     EXIT.
009150
009160******************************************************************
009170* 3850-CHECK-ONE-HOLDING - READ AND CHECK ONE HOLDING ITEM
009180******************************************************************
009190 3850-CHECK-ONE-HOLDING.
009200
009210     READ HOLDING-FILE NEXT RECORD
009220         AT END
009230             MOVE "Y" TO SAU-EOF-SWITCH
009240             GO TO 3850-CHECK-ONE-HOLDING-EXIT
009250     END-READ.
009260
009270     MOVE "SOMRHLF"           TO SAU-FND-FILE.
009280     MOVE SOM-RHL-KEY         TO SAU-KEY-WORK.
009290     MOVE SOM-RHL-KEY         TO EMP-ID.
009300     MOVE SOM-RHL-COST-CENTER TO SAU-SEEK-CENTER.
009310
009320     PERFORM 8600-CHECK-ITEM-KEYS
009330         THRU 8600-CHECK-ITEM-KEYS-EXIT.
009340
009350 3850-CHECK-ONE-HOLDING-EXIT.
009360     EXIT.
009370
009380******************************************************************
009390* 4000-SCAN-HISTORY - ONE PASS OVER SOMTHIST.  EVERY POSTED RECORD
009400*                    ("P", "J" AND THE "C" RECLASS LEGS) MUST NAME
009410*                    A CENTER ON SOMCCM, AND THE POSTING RECORDS
009420*                    AN EMPLOYEE ON EMPMAST.  THE SAME PASS
009430*                    RECOMPUTES THE PERIOD-TO-DATE FIGURES:
009440*                      CENTER   "P" AND "C" AMOUNTS OF THE RUN
009450*                               PERIOD THE MASTER CARRIES
009460*                      EMPLOYEE "P" AMOUNTS BY RUN PERIOD, "J"
009470*                               AMOUNTS BY EFFECTIVE PERIOD
009480*                    THE EARLIEST PERIOD ON FILE IS THE FIRST ONE
009490*                    THE RECOMPUTE CAN VOUCH FOR.
009500******************************************************************
009510 4000-SCAN-HISTORY.
009520
009530     MOVE "POSTED HISTORY (SOMTHIST)" TO SAU-SECTION-TITLE.
009540     PERFORM 8800-START-SECTION
009550         THRU 8800-START-SECTION-EXIT.
009560
009570     IF NOT SAU-HIS-OPEN-YES
009580         PERFORM 8820-FILE-NOT-AVAILABLE
009590             THRU 8820-FILE-NOT-AVAILABLE-EXIT
009600         GO TO 4000-SCAN-HISTORY-EXIT
009610     END-IF.
009620
009630     MOVE "Y" TO SAU-RECOMPUTED-SWITCH.
009640     MOVE "N" TO SAU-EOF-SWITCH.
009650     MOVE ZEROS TO SOM-HIS-KEY.
009660
009670     START HISTORY-FILE
009680         KEY IS NOT LESS THAN SOM-HIS-KEY
009690         INVALID KEY
009700             MOVE "Y" TO SAU-EOF-SWITCH
009710     END-START.
009720
009730     PERFORM 4100-SCAN-ONE-HISTORY
009740         THRU 4100-SCAN-ONE-HISTORY-EXIT
009750         UNTIL SAU-EOF-YES.
009760
009770*    AN EMPTY HISTORY VOUCHES FOR NOTHING BEFORE THE CURRENT RUN
009780*    PERIOD.
009790     IF SAU-COVER-PERIOD = ZEROS
009800         MOVE SAU-RUN-PERIOD TO SAU-COVER-PERIOD
009810     END-IF.
009820
009830     PERFORM 8810-END-SECTION
009840         THRU 8810-END-SECTION-EXIT.
009850
009860 4000-SCAN-HISTORY-EXIT.
009870     EXIT.
009880
009890******************************************************************
009900* 4100-SCAN-ONE-HISTORY - READ, CHECK AND ACCUMULATE ONE RECORD
009910******************************************************************
009920 4100-SCAN-ONE-HISTORY.
009930
009940     READ HISTORY-FILE NEXT RECORD
009950         AT END
009960             MOVE "Y" TO SAU-EOF-SWITCH
009970             GO TO 4100-SCAN-ONE-HISTORY-EXIT
009980     END-READ.
009990
010000     ADD 1 TO SAU-HIS-READ-COUNT.
010010     DIVIDE SOM-HIS-RUN-DATE BY 100 GIVING SAU-HIS-PERIOD.
010020
010030     IF SAU-COVER-PERIOD = ZEROS
010040         MOVE SAU-HIS-PERIOD TO SAU-COVER-PERIOD
010050     END-IF.
010060
010070     IF NOT SOM-HIS-POSTED
010080        AND NOT SOM-HIS-PRIOR-PERIOD
010090        AND NOT SOM-HIS-RECLASS
010100         GO TO 4100-SCAN-ONE-HISTORY-EXIT
010110     END-IF.
010120
010130     MOVE SPACES              TO SAU-KEY-WORK.
010140     MOVE SOM-HIS-RUN-DATE    TO SAU-KEY-HS-RUN-DATE.
010150     MOVE "/"                 TO SAU-KEY-HS-SLASH-1.
010160     MOVE SOM-HIS-TRAN-KEY    TO SAU-KEY-HS-TRAN-KEY.
010170     MOVE "/"                 TO SAU-KEY-HS-SLASH-2.
010180     MOVE SOM-HIS-SEQ         TO SAU-KEY-HS-SEQ.
010190     MOVE "W"                 TO SAU-FND-SEVERITY.
010200     MOVE "SOMTHIST"          TO SAU-FND-FILE.
010210
010220     MOVE SOM-HIS-COST-CENTER TO SAU-SEEK-CENTER.
010230     PERFORM 8100-FIND-CENTER
010240         THRU 8100-FIND-CENTER-EXIT.
010250
010260     IF SAU-HIT-TX = 0
010270         MOVE "POSTED TO COST CENTER NOT ON SOMCCM"
010280             TO SAU-FND-TEXT
010290         MOVE SOM-HIS-COST-CENTER TO SAU-FND-VALUE
010300         PERFORM 8700-WRITE-FINDING
010310             THRU 8700-WRITE-FINDING-EXIT
010320         ADD 1 TO SAU-HIS-FINDINGS
010330     END-IF.
010340
010350*    THE RECLASS LEGS CARRY THE ORIGINAL'S KEY; ONLY THE POSTING
010360*    RECORD ITSELF IS CHECKED AGAINST EMPMAST.
010370     IF SOM-HIS-SEQ = ZEROS
010380         MOVE SOM-HIS-TRAN-KEY TO EMP-ID
010390         READ EMPLOYEE-FILE
010400             KEY IS EMP-ID
010410             INVALID KEY
010420                 MOVE "POSTED FOR EMPLOYEE NOT ON EMPMAST"
010430                     TO SAU-FND-TEXT
010440                 MOVE SPACES TO SAU-FND-VALUE
010450                 PERFORM 8700-WRITE-FINDING
010460                     THRU 8700-WRITE-FINDING-EXIT
010470                 ADD 1 TO SAU-HIS-FINDINGS
010480         END-READ
010490     END-IF.
010500
010510     IF (SOM-HIS-POSTED OR SOM-HIS-RECLASS)
010520        AND SAU-HIT-TX > 0
010530         IF SAU-HIS-PERIOD = SAU-CTT-PTD-PERIOD (SAU-HIT-TX)
010540             ADD SOM-HIS-AMOUNT TO SAU-CTT-RECOMP (SAU-HIT-TX)
010550         END-IF
010560     END-IF.
010570
010580     IF SOM-HIS-POSTED
010590         MOVE SOM-HIS-TRAN-KEY TO SAU-SEEK-BAL-EMP
010600         MOVE SAU-HIS-PERIOD   TO SAU-SEEK-BAL-PERIOD
010610         PERFORM 4200-ADD-TO-BALANCE
010620             THRU 4200-ADD-TO-BALANCE-EXIT
010630     END-IF.
010640
010650     IF SOM-HIS-PRIOR-PERIOD
010660        AND SOM-HIS-EFF-PERIOD NUMERIC
010670        AND SOM-HIS-EFF-PERIOD > ZEROS
010680         MOVE SOM-HIS-TRAN-KEY   TO SAU-SEEK-BAL-EMP
010690         MOVE SOM-HIS-EFF-PERIOD TO SAU-SEEK-BAL-PERIOD
010700         PERFORM 4200-ADD-TO-BALANCE
010710             THRU 4200-ADD-TO-BALANCE-EXIT
010720     END-IF.
010730
010740 4100-SCAN-ONE-HISTORY-EXIT.
010750     EXIT.
010760
010770******************************************************************
010780* 4200-ADD-TO-BALANCE - ADD THE HISTORY AMOUNT TO THE RECOMPUTED
010790*                      BALANCE FOR SAU-SEEK-BAL-KEY, OPENING AN
010800*                      ENTRY IN KEY ORDER WHEN IT IS NEW.  A FULL
010810*                      TABLE STOPS THE SOMEBAL COMPARISON.
010820******************************************************************
010830 4200-ADD-TO-BALANCE.
010840
010850     PERFORM 8300-FIND-BALANCE
010860         THRU 8300-FIND-BALANCE-EXIT.
010870
010880     IF SAU-HIT-BX = 0
010890         IF SAU-BAL-COUNT NOT < SAU-BAL-MAX
010900             IF SAU-RECOMPUTED-YES
010910                 DISPLAY "SOMAUDT: BALANCE TABLE FULL, SOMEBAL "
010920                     "NOT RECOMPUTED"
010930                 MOVE "N" TO SAU-RECOMPUTED-SWITCH
010940             END-IF
010950             GO TO 4200-ADD-TO-BALANCE-EXIT
010960         END-IF
010970         PERFORM 8400-INSERT-BALANCE
010980             THRU 8400-INSERT-BALANCE-EXIT
010990     END-IF.
011000
011010     ADD SOM-HIS-AMOUNT TO SAU-BLT-AMOUNT (SAU-HIT-BX).
011020
011030 4200-ADD-TO-BALANCE-EXIT.
011040     EXIT.
011050
011060******************************************************************
011070* 5000-CHECK-BALANCES - EVERY SOMEBAL BALANCE MUST BE FOR AN
011080*                      EMPLOYEE ON EMPMAST (WARNING), AND ITS
011090*                      AMOUNT MUST EQUAL THE ONE RECOMPUTED FROM
011100*                      SOMTHIST (BREAK).  A RECOMPUTED BALANCE
011110*                      WITH NO SOMEBAL RECORD AT ALL IS A BREAK
011120*                      TOO.
011130******************************************************************
011140 5000-CHECK-BALANCES.
011150
011160     MOVE "EMPLOYEE PERIOD-TO-DATE BALANCES (SOMEBAL)"
011170         TO SAU-SECTION-TITLE.
011180     PERFORM 8800-START-SECTION
011190         THRU 8800-START-SECTION-EXIT.
011200
011210     IF NOT SAU-EBL-OPEN-YES
011220         PERFORM 8820-FILE-NOT-AVAILABLE
011230             THRU 8820-FILE-NOT-AVAILABLE-EXIT
011240         GO TO 5000-CHECK-BALANCES-EXIT
011250     END-IF.
011260
011270     IF SAU-RECOMPUTED-NO
011280         MOVE "W"        TO SAU-FND-SEVERITY
011290         MOVE "SOMEBAL"  TO SAU-FND-FILE
011300         MOVE SPACES     TO SAU-KEY-WORK
011310         MOVE "AMOUNTS NOT RECOMPUTED FROM SOMTHIST"
011320             TO SAU-FND-TEXT
011330         MOVE SPACES     TO SAU-FND-VALUE
011340         PERFORM 8700-WRITE-FINDING
011350             THRU 8700-WRITE-FINDING-EXIT
011360     END-IF.
011370
011380     PERFORM 8750-WRITE-MISMATCH-COLUMNS
011390         THRU 8750-WRITE-MISMATCH-COLUMNS-EXIT.
011400
011410     MOVE "N" TO SAU-EOF-SWITCH.
011420     MOVE ZEROS TO SOM-EBL-KEY.
011430
011440     START BALANCE-FILE
011450         KEY IS NOT LESS THAN SOM-EBL-KEY
011460         INVALID KEY
011470             MOVE "Y" TO SAU-EOF-SWITCH
011480     END-START.
011490
011500     PERFORM 5100-CHECK-ONE-BALANCE
011510         THRU 5100-CHECK-ONE-BALANCE-EXIT
011520         UNTIL SAU-EOF-YES.
011530
011540     IF SAU-RECOMPUTED-YES
011550         PERFORM 5200-CHECK-UNMATCHED-BALANCE
011560             THRU 5200-CHECK-UNMATCHED-BALANCE-EXIT
011570             VARYING SAU-BX FROM 1 BY 1
011580             UNTIL SAU-BX > SAU-BAL-COUNT
011590     END-IF.
011600
011610     PERFORM 8810-END-SECTION
011620         THRU 8810-END-SECTION-EXIT.
011630
011640 5000-CHECK-BALANCES-EXIT.
011650     EXIT.
011660
011670******************************************************************
011680* 5100-CHECK-ONE-BALANCE - READ AND CHECK ONE SOMEBAL RECORD
011690******************************************************************
011700 5100-CHECK-ONE-BALANCE.
011710
011720     READ BALANCE-FILE NEXT RECORD
011730         AT END
011740             MOVE "Y" TO SAU-EOF-SWITCH
011750             GO TO 5100-CHECK-ONE-BALANCE-EXIT
011760     END-READ.
011770
011780     ADD 1 TO SAU-EBL-READ-COUNT.
011790
011800     MOVE SPACES          TO SAU-KEY-WORK.
011810     MOVE SOM-EBL-EMP-ID  TO SAU-KEY-EP-EMP.
011820     MOVE "/"             TO SAU-KEY-EP-SLASH.
011830     MOVE SOM-EBL-PERIOD  TO SAU-KEY-EP-PERIOD.
011840     MOVE "SOMEBAL"       TO SAU-FND-FILE.
011850
011860     MOVE SOM-EBL-EMP-ID TO EMP-ID.
011870     READ EMPLOYEE-FILE
011880         KEY IS EMP-ID
011890         INVALID KEY
011900             MOVE "W"  TO SAU-FND-SEVERITY
011910             MOVE "BALANCE FOR EMPLOYEE NOT ON EMPMAST"
011920                 TO SAU-FND-TEXT
011930             MOVE SPACES TO SAU-FND-VALUE
011940             PERFORM 8700-WRITE-FINDING
011950                 THRU 8700-WRITE-FINDING-EXIT
011960             ADD 1 TO SAU-EBL-FINDINGS
011970     END-READ.
011980
011990     IF SAU-RECOMPUTED-NO
012000         GO TO 5100-CHECK-ONE-BALANCE-EXIT
012010     END-IF.
012020
012030     IF SOM-EBL-PERIOD < SAU-COVER-PERIOD
012040         ADD 1 TO SAU-EBL-OLD-COUNT
012050         GO TO 5100-CHECK-ONE-BALANCE-EXIT
012060     END-IF.
012070
012080     MOVE SOM-EBL-EMP-ID TO SAU-SEEK-BAL-EMP.
012090     MOVE SOM-EBL-PERIOD TO SAU-SEEK-BAL-PERIOD.
012100     PERFORM 8300-FIND-BALANCE
012110         THRU 8300-FIND-BALANCE-EXIT.
012120
012130     IF SOM-EBL-PTD-AMOUNT NUMERIC
012140         MOVE SOM-EBL-PTD-AMOUNT TO SAU-STORED-AMOUNT
012150     ELSE
012160         MOVE ZERO               TO SAU-STORED-AMOUNT
012170     END-IF.
012180
012190     IF SAU-HIT-BX = 0
012200         MOVE ZERO TO SAU-RECOMP-AMOUNT
012210     ELSE
012220         MOVE "Y"  TO SAU-BLT-SEEN (SAU-HIT-BX)
012230         MOVE SAU-BLT-AMOUNT (SAU-HIT-BX) TO SAU-RECOMP-AMOUNT
012240     END-IF.
012250
012260     IF SAU-STORED-AMOUNT NOT = SAU-RECOMP-AMOUNT
012270         PERFORM 8760-WRITE-MISMATCH
012280             THRU 8760-WRITE-MISMATCH-EXIT
012290         ADD 1 TO SAU-EBL-MISMATCHES
012300     END-IF.
012310
012320 5100-CHECK-ONE-BALANCE-EXIT.
012330     EXIT.
012340
012350******************************************************************
012360* 5200-CHECK-UNMATCHED-BALANCE - A RECOMPUTED BALANCE THAT NO
012370*                               SOMEBAL RECORD CLAIMED: POSTINGS
012380*                               THE BALANCE FILE NEVER RECEIVED
012390******************************************************************
012400 5200-CHECK-UNMATCHED-BALANCE.
012410
012420     IF SAU-BLT-SEEN-YES (SAU-BX)
012430        OR SAU-BLT-AMOUNT (SAU-BX) = ZERO
012440         GO TO 5200-CHECK-UNMATCHED-BALANCE-EXIT
012450     END-IF.
012460
012470     MOVE SPACES                   TO SAU-KEY-WORK.
012480     MOVE SAU-BLT-EMP (SAU-BX)     TO SAU-KEY-EP-EMP.
012490     MOVE "/"                      TO SAU-KEY-EP-SLASH.
012500     MOVE SAU-BLT-PERIOD (SAU-BX)  TO SAU-KEY-EP-PERIOD.
012510     MOVE "SOMEBAL"                TO SAU-FND-FILE.
012520     MOVE ZERO                     TO SAU-STORED-AMOUNT.
012530     MOVE SAU-BLT-AMOUNT (SAU-BX)  TO SAU-RECOMP-AMOUNT.
012540
012550     PERFORM 8760-WRITE-MISMATCH
012560         THRU 8760-WRITE-MISMATCH-EXIT.
012570     ADD 1 TO SAU-EBL-MISMATCHES.
012580
012590 5200-CHECK-UNMATCHED-BALANCE-EXIT.
012600     EXIT.
012610
012620******************************************************************
012630* 6000-CHECK-CENTER-PTD - EACH CENTER'S STORED PERIOD-TO-DATE MUST
012640*                        EQUAL THE AMOUNT RECOMPUTED FROM SOMTHIST
012650*                        FOR THE PERIOD THE MASTER CARRIES (BREAK)
012660******************************************************************
012670 6000-CHECK-CENTER-PTD.
012680
012690     MOVE "COST CENTER PERIOD-TO-DATE (SOMCCM)"
012700         TO SAU-SECTION-TITLE.
012710     PERFORM 8800-START-SECTION
012720         THRU 8800-START-SECTION-EXIT.
012730
012740     IF NOT SAU-HIS-OPEN-YES
012750         MOVE "W"        TO SAU-FND-SEVERITY
012760         MOVE "SOMCCM"   TO SAU-FND-FILE
012770         MOVE SPACES     TO SAU-KEY-WORK
012780         MOVE "AMOUNTS NOT RECOMPUTED FROM SOMTHIST"
012790             TO SAU-FND-TEXT
012800         MOVE SPACES     TO SAU-FND-VALUE
012810         PERFORM 8700-WRITE-FINDING
012820             THRU 8700-WRITE-FINDING-EXIT
012830         GO TO 6000-CHECK-CENTER-PTD-END
012840     END-IF.
012850
012860     PERFORM 8750-WRITE-MISMATCH-COLUMNS
012870         THRU 8750-WRITE-MISMATCH-COLUMNS-EXIT.
012880
012890     PERFORM 6100-CHECK-ONE-CENTER-PTD
012900         THRU 6100-CHECK-ONE-CENTER-PTD-EXIT
012910         VARYING SAU-TX FROM 1 BY 1
012920         UNTIL SAU-TX > SAU-CTR-COUNT.
012930
012940 6000-CHECK-CENTER-PTD-END.
012950
012960     PERFORM 8810-END-SECTION
012970         THRU 8810-END-SECTION-EXIT.
012980
012990 6000-CHECK-CENTER-PTD-EXIT.
013000     EXIT.
013010
013020******************************************************************
013030* 6100-CHECK-ONE-CENTER-PTD - COMPARE ONE CENTER.  A CENTER NEVER
013040*                            POSTED TO (PERIOD ZERO) OR LAST
013050*                            POSTED IN A PURGED PERIOD IS SKIPPED.
013060******************************************************************
013070 6100-CHECK-ONE-CENTER-PTD.
013080
013090     IF SAU-CTT-PTD-PERIOD (SAU-TX) = ZEROS
013100         GO TO 6100-CHECK-ONE-CENTER-PTD-EXIT
013110     END-IF.
013120
013130     IF SAU-CTT-PTD-PERIOD (SAU-TX) < SAU-COVER-PERIOD
013140         ADD 1 TO SAU-CCM-OLD-COUNT
013150         GO TO 6100-CHECK-ONE-CENTER-PTD-EXIT
013160     END-IF.
013170
013180     IF SAU-CTT-PTD-AMOUNT (SAU-TX) = SAU-CTT-RECOMP (SAU-TX)
013190         GO TO 6100-CHECK-ONE-CENTER-PTD-EXIT
013200     END-IF.
013210
013220     MOVE SPACES                       TO SAU-KEY-WORK.
013230     MOVE SAU-CTT-CODE (SAU-TX)        TO SAU-KEY-CP-CENTER.
013240     MOVE "/"                          TO SAU-KEY-CP-SLASH.
013250     MOVE SAU-CTT-PTD-PERIOD (SAU-TX)  TO SAU-KEY-CP-PERIOD.
013260     MOVE "SOMCCM"                     TO SAU-FND-FILE.
013270     MOVE SAU-CTT-PTD-AMOUNT (SAU-TX)  TO SAU-STORED-AMOUNT.
013280     MOVE SAU-CTT-RECOMP (SAU-TX)      TO SAU-RECOMP-AMOUNT.
013290
013300     PERFORM 8760-WRITE-MISMATCH
013310         THRU 8760-WRITE-MISMATCH-EXIT.
013320     ADD 1 TO SAU-CCM-MISMATCHES.
013330
013340 6100-CHECK-ONE-CENTER-PTD-EXIT.
013350     EXIT.
013360
013370******************************************************************
013380* 7000-PRINT-COUNTS - FINDINGS BY CHECK, THEN BREAKS AND WARNINGS
013390******************************************************************
013400 7000-PRINT-COUNTS.
013410
013420     MOVE SPACES TO SAU-RPT-WORK-LINE.
013430     PERFORM 8900-WRITE-REPORT-LINE
013440         THRU 8900-WRITE-REPORT-LINE-EXIT.
013450
013460     MOVE "SUMMARY" TO SAU-RPT-NOTE-TEXT.
013470     PERFORM 8900-WRITE-REPORT-LINE
013480         THRU 8900-WRITE-REPORT-LINE-EXIT.
013490
013500     MOVE "  GL ACCOUNT MAPPING FINDINGS" TO SAU-RPT-CNT-LABEL.
013510     MOVE SAU-GLM-FINDINGS TO SAU-RPT-CNT-COUNT.
013520     PERFORM 8900-WRITE-REPORT-LINE
013530         THRU 8900-WRITE-REPORT-LINE-EXIT.
013540
013550     MOVE "  BUDGET FINDINGS" TO SAU-RPT-CNT-LABEL.
013560     MOVE SAU-BUD-FINDINGS TO SAU-RPT-CNT-COUNT.
013570     PERFORM 8900-WRITE-REPORT-LINE
013580         THRU 8900-WRITE-REPORT-LINE-EXIT.
013590
013600     MOVE "  SUSPENSE ITEM FINDINGS" TO SAU-RPT-CNT-LABEL.
013610     MOVE SAU-SUS-FINDINGS TO SAU-RPT-CNT-COUNT.
013620     PERFORM 8900-WRITE-REPORT-LINE
013630         THRU 8900-WRITE-REPORT-LINE-EXIT.
013640
013650     MOVE "  HOLDING ITEM FINDINGS" TO SAU-RPT-CNT-LABEL.
013660     MOVE SAU-RHL-FINDINGS TO SAU-RPT-CNT-COUNT.
013670     PERFORM 8900-WRITE-REPORT-LINE
013680         THRU 8900-WRITE-REPORT-LINE-EXIT.
013690
013700     MOVE "  HISTORY RECORDS READ" TO SAU-RPT-CNT-LABEL.
013710     MOVE SAU-HIS-READ-COUNT TO SAU-RPT-CNT-COUNT.
013720     PERFORM 8900-WRITE-REPORT-LINE
013730         THRU 8900-WRITE-REPORT-LINE-EXIT.
013740
013750     MOVE "  HISTORY FINDINGS" TO SAU-RPT-CNT-LABEL.
013760     MOVE SAU-HIS-FINDINGS TO SAU-RPT-CNT-COUNT.
013770     PERFORM 8900-WRITE-REPORT-LINE
013780         THRU 8900-WRITE-REPORT-LINE-EXIT.
013790
013800     MOVE "  BALANCE RECORDS READ" TO SAU-RPT-CNT-LABEL.
013810     MOVE SAU-EBL-READ-COUNT TO SAU-RPT-CNT-COUNT.
013820     PERFORM 8900-WRITE-REPORT-LINE
013830         THRU 8900-WRITE-REPORT-LINE-EXIT.
013840
013850     MOVE "  BALANCES FOR UNKNOWN EMPLOYEES"
013860         TO SAU-RPT-CNT-LABEL.
013870     MOVE SAU-EBL-FINDINGS TO SAU-RPT-CNT-COUNT.
013880     PERFORM 8900-WRITE-REPORT-LINE
013890         THRU 8900-WRITE-REPORT-LINE-EXIT.
013900
013910     MOVE "  BALANCE PERIOD-TO-DATE MISMATCHES"
013920         TO SAU-RPT-CNT-LABEL.
013930     MOVE SAU-EBL-MISMATCHES TO SAU-RPT-CNT-COUNT.
013940     PERFORM 8900-WRITE-REPORT-LINE
013950         THRU 8900-WRITE-REPORT-LINE-EXIT.
013960
013970     MOVE "  BALANCES OLDER THAN HISTORY (NOT CHECKED)"
013980         TO SAU-RPT-CNT-LABEL.
013990     MOVE SAU-EBL-OLD-COUNT TO SAU-RPT-CNT-COUNT.
014000     PERFORM 8900-WRITE-REPORT-LINE
014010         THRU 8900-WRITE-REPORT-LINE-EXIT.
014020
014030     MOVE "  CENTER PERIOD-TO-DATE MISMATCHES"
014040         TO SAU-RPT-CNT-LABEL.
014050     MOVE SAU-CCM-MISMATCHES TO SAU-RPT-CNT-COUNT.
014060     PERFORM 8900-WRITE-REPORT-LINE
014070         THRU 8900-WRITE-REPORT-LINE-EXIT.
014080
014090     MOVE "  CENTERS OLDER THAN HISTORY (NOT CHECKED)"
014100         TO SAU-RPT-CNT-LABEL.
014110     MOVE SAU-CCM-OLD-COUNT TO SAU-RPT-CNT-COUNT.
014120     PERFORM 8900-WRITE-REPORT-LINE
014130         THRU 8900-WRITE-REPORT-LINE-EXIT.
014140
014150     MOVE "BREAKS (RETURN CODE 8)" TO SAU-RPT-CNT-LABEL.
014160     MOVE SAU-BREAK-COUNT TO SAU-RPT-CNT-COUNT.
014170     PERFORM 8900-WRITE-REPORT-LINE
014180         THRU 8900-WRITE-REPORT-LINE-EXIT.
014190
014200     MOVE "WARNINGS (RETURN CODE 4)" TO SAU-RPT-CNT-LABEL.
014210     MOVE SAU-WARN-COUNT TO SAU-RPT-CNT-COUNT.
014220     PERFORM 8900-WRITE-REPORT-LINE
014230         THRU 8900-WRITE-REPORT-LINE-EXIT.
014240
014250 7000-PRINT-COUNTS-EXIT.
014260     EXIT.
014270
014280******************************************************************
014290* 8100-FIND-CENTER - BINARY SEARCH OF THE CENTER TABLE FOR
014300*                   SAU-SEEK-CENTER; SAU-HIT-TX IS ITS SLOT, OR
014310*                   ZERO WHEN IT IS NOT ON SOMCCM
014320******************************************************************
014330 8100-FIND-CENTER.
014340
014350     MOVE 0 TO SAU-HIT-TX.
014360     MOVE 1 TO SAU-LO.
014370     MOVE SAU-CTR-COUNT TO SAU-HI.
014380
014390     PERFORM 8110-PROBE-CENTER
014400         THRU 8110-PROBE-CENTER-EXIT
014410         UNTIL SAU-HIT-TX > 0 OR SAU-LO > SAU-HI.
014420
014430 8100-FIND-CENTER-EXIT.
014440     EXIT.
014450
014460******************************************************************
014470* 8110-PROBE-CENTER - HALVE THE SEARCH RANGE ONCE
014480******************************************************************
014490 8110-PROBE-CENTER.
014500
014510     COMPUTE SAU-MID = (SAU-LO + SAU-HI) / 2.
014520
014530     IF SAU-CTT-CODE (SAU-MID) = SAU-SEEK-CENTER
014540         MOVE SAU-MID TO SAU-HIT-TX
014550     ELSE
014560         IF SAU-CTT-CODE (SAU-MID) < SAU-SEEK-CENTER
014570             COMPUTE SAU-LO = SAU-MID + 1
014580         ELSE
014590             COMPUTE SAU-HI = SAU-MID - 1
014600         END-IF
014610     END-IF.
014620
014630 8110-PROBE-CENTER-EXIT.
014640     EXIT.
014650
014660******************************************************************
014670* 8300-FIND-BALANCE - BINARY SEARCH OF THE BALANCE TABLE FOR
014680*                    SAU-SEEK-BAL-KEY; SAU-HIT-BX IS ITS SLOT, OR
014690*                    ZERO WITH SAU-LO AT THE INSERTION POINT
014700******************************************************************
014710 8300-FIND-BALANCE.
014720
014730     MOVE 0 TO SAU-HIT-BX.
014740     MOVE 1 TO SAU-LO.
014750     MOVE SAU-BAL-COUNT TO SAU-HI.
014760
014770     PERFORM 8310-PROBE-BALANCE
014780         THRU 8310-PROBE-BALANCE-EXIT
014790         UNTIL SAU-HIT-BX > 0 OR SAU-LO > SAU-HI.
014800
014810 8300-FIND-BALANCE-EXIT.
014820     EXIT.
014830
014840******************************************************************
014850* 8310-PROBE-BALANCE - HALVE THE SEARCH RANGE ONCE
014860******************************************************************
014870 8310-PROBE-BALANCE.
014880
014890     COMPUTE SAU-MID = (SAU-LO + SAU-HI) / 2.
014900
014910     IF SAU-BLT-KEY (SAU-MID) = SAU-SEEK-BAL-KEY
014920         MOVE SAU-MID TO SAU-HIT-BX
014930     ELSE
014940         IF SAU-BLT-KEY (SAU-MID) < SAU-SEEK-BAL-KEY
014950             COMPUTE SAU-LO = SAU-MID + 1
014960         ELSE
014970             COMPUTE SAU-HI = SAU-MID - 1
014980         END-IF
014990     END-IF.
015000
015010 8310-PROBE-BALANCE-EXIT.
015020     EXIT.
015030
015040******************************************************************
015050* 8400-INSERT-BALANCE - OPEN A SLOT AT SAU-LO (SET BY THE MISSED
015060*                      SEARCH) FOR A NEW EMPLOYEE + PERIOD
015070******************************************************************
015080 8400-INSERT-BALANCE.
015090
015100     PERFORM 8410-SHIFT-ONE-BALANCE
015110         THRU 8410-SHIFT-ONE-BALANCE-EXIT
015120         VARYING SAU-BX FROM SAU-BAL-COUNT BY -1
015130         UNTIL SAU-BX < SAU-LO.
015140
015150     MOVE SAU-SEEK-BAL-KEY TO SAU-BLT-KEY (SAU-LO).
015160     MOVE ZERO             TO SAU-BLT-AMOUNT (SAU-LO).
015170     MOVE "N"              TO SAU-BLT-SEEN (SAU-LO).
015180     ADD 1 TO SAU-BAL-COUNT.
015190     MOVE SAU-LO TO SAU-HIT-BX.
015200
015210 8400-INSERT-BALANCE-EXIT.
015220     EXIT.
015230
015240******************************************************************
015250* 8410-SHIFT-ONE-BALANCE - MOVE ONE ENTRY DOWN A SLOT
015260******************************************************************
015270 8410-SHIFT-ONE-BALANCE.
015280
015290     MOVE SAU-BAL-ENTRY (SAU-BX) TO SAU-BAL-ENTRY (SAU-BX + 1).
015300
015310 8410-SHIFT-ONE-BALANCE-EXIT.
015320     EXIT.
015330
015340******************************************************************
015350* 8600-CHECK-ITEM-KEYS - A SUSPENSE OR HOLDING ITEM (EMP-ID AND
015360*                       SAU-SEEK-CENTER SET, FILE AND KEY ALREADY
015370*                       IN THE FINDING) MUST NAME AN EMPLOYEE ON
015380*                       EMPMAST AND AN ACTIVE CENTER
015390******************************************************************
015400 8600-CHECK-ITEM-KEYS.
015410
015420     MOVE "W" TO SAU-FND-SEVERITY.
015430
015440     READ EMPLOYEE-FILE
015450         KEY IS EMP-ID
015460         INVALID KEY
015470             MOVE "EMPLOYEE NOT ON EMPMAST" TO SAU-FND-TEXT
015480             MOVE SPACES TO SAU-FND-VALUE
015490             PERFORM 8700-WRITE-FINDING
015500                 THRU 8700-WRITE-FINDING-EXIT
015510     END-READ.
015520
015530     PERFORM 8100-FIND-CENTER
015540         THRU 8100-FIND-CENTER-EXIT.
015550
015560     IF SAU-HIT-TX = 0
015570         MOVE "COST CENTER NOT ON SOMCCM" TO SAU-FND-TEXT
015580         MOVE SAU-SEEK-CENTER TO SAU-FND-VALUE
015590         PERFORM 8700-WRITE-FINDING
015600             THRU 8700-WRITE-FINDING-EXIT
015610     ELSE
015620         IF NOT SAU-CTT-ACTIVE (SAU-HIT-TX)
015630             MOVE "COST CENTER IS CLOSED" TO SAU-FND-TEXT
015640             MOVE SAU-SEEK-CENTER TO SAU-FND-VALUE
015650             PERFORM 8700-WRITE-FINDING
015660                 THRU 8700-WRITE-FINDING-EXIT
015670         END-IF
015680     END-IF.
015690
015700 8600-CHECK-ITEM-KEYS-EXIT.
015710     EXIT.
015720
015730******************************************************************
015740* 8700-WRITE-FINDING - PRINT ONE FINDING AND COUNT IT AS A BREAK
015750*                     OR A WARNING
015760******************************************************************
015770 8700-WRITE-FINDING.
015780
015790     MOVE SPACES TO SAU-RPT-WORK-LINE.
015800
015810     IF SAU-FND-BREAK
015820         MOVE "BREAK" TO SAU-RPT-FND-SEVERITY
015830         ADD 1 TO SAU-BREAK-COUNT
015840     ELSE
015850         MOVE "WARN"  TO SAU-RPT-FND-SEVERITY
015860         ADD 1 TO SAU-WARN-COUNT
015870     END-IF.
015880
015890     MOVE SAU-FND-FILE  TO SAU-RPT-FND-FILE.
015900     MOVE SAU-KEY-WORK  TO SAU-RPT-FND-KEY.
015910     MOVE SAU-FND-TEXT  TO SAU-RPT-FND-TEXT.
015920     MOVE SAU-FND-VALUE TO SAU-RPT-FND-VALUE.
015930     ADD 1 TO SAU-SECTION-FINDINGS.
015940
015950     PERFORM 8900-WRITE-REPORT-LINE
015960         THRU 8900-WRITE-REPORT-LINE-EXIT.
015970
015980 8700-WRITE-FINDING-EXIT.
015990     EXIT.
016000
016010******************************************************************
016020* 8750-WRITE-MISMATCH-COLUMNS - COLUMN HEADINGS FOR A RECOMPUTE
016030******************************************************************
016040 8750-WRITE-MISMATCH-COLUMNS.
016050
016060     MOVE SPACES          TO SAU-RPT-WORK-LINE.
016070     MOVE "KEY"           TO SAU-RPT-MSC-KEY.
016080     MOVE "       STORED" TO SAU-RPT-MSC-STORED.
016090     MOVE "   RECOMPUTED" TO SAU-RPT-MSC-RECOMP.
016100     MOVE "   DIFFERENCE" TO SAU-RPT-MSC-DIFF.
016110     PERFORM 8900-WRITE-REPORT-LINE
016120         THRU 8900-WRITE-REPORT-LINE-EXIT.
016130
016140 8750-WRITE-MISMATCH-COLUMNS-EXIT.
016150     EXIT.
016160
016170******************************************************************
016180* 8760-WRITE-MISMATCH - PRINT ONE PERIOD-TO-DATE MISMATCH (ALWAYS
016190*                      A BREAK): STORED, RECOMPUTED, DIFFERENCE
016200******************************************************************
016210 8760-WRITE-MISMATCH.
016220
016230     COMPUTE SAU-DIFF-AMOUNT = SAU-STORED-AMOUNT
016240                             - SAU-RECOMP-AMOUNT.
016250
016260     MOVE SPACES            TO SAU-RPT-WORK-LINE.
016270     MOVE "BREAK"           TO SAU-RPT-MIS-SEVERITY.
016280     MOVE SAU-FND-FILE      TO SAU-RPT-MIS-FILE.
016290     MOVE SAU-KEY-WORK      TO SAU-RPT-MIS-KEY.
016300     MOVE SAU-STORED-AMOUNT TO SAU-RPT-MIS-STORED.
016310     MOVE SAU-RECOMP-AMOUNT TO SAU-RPT-MIS-RECOMP.
016320     MOVE SAU-DIFF-AMOUNT   TO SAU-RPT-MIS-DIFF.
016330     ADD 1 TO SAU-BREAK-COUNT.
016340     ADD 1 TO SAU-SECTION-FINDINGS.
016350
016360     PERFORM 8900-WRITE-REPORT-LINE
016370         THRU 8900-WRITE-REPORT-LINE-EXIT.
016380
016390 8760-WRITE-MISMATCH-EXIT.
016400     EXIT.
016410
016420******************************************************************
016430* 8800-START-SECTION - BLANK LINE AND SECTION TITLE
016440******************************************************************
016450 8800-START-SECTION.
016460
016470     MOVE 0 TO SAU-SECTION-FINDINGS.
016480
016490     MOVE SPACES TO SAU-RPT-WORK-LINE.
016500     PERFORM 8900-WRITE-REPORT-LINE
016510         THRU 8900-WRITE-REPORT-LINE-EXIT.
016520
016530     MOVE SAU-SECTION-TITLE TO SAU-RPT-NOTE-TEXT.
016540     PERFORM 8900-WRITE-REPORT-LINE
016550         THRU 8900-WRITE-REPORT-LINE-EXIT.
016560
016570 8800-START-SECTION-EXIT.
016580     EXIT.
016590
016600******************************************************************
016610* 8810-END-SECTION - SAY SO WHEN A SECTION FOUND NOTHING
016620******************************************************************
016630 8810-END-SECTION.
016640
016650     IF SAU-SECTION-FINDINGS = 0
016660         MOVE "  NO FINDINGS" TO SAU-RPT-NOTE-TEXT
016670         PERFORM 8900-WRITE-REPORT-LINE
016680             THRU 8900-WRITE-REPORT-LINE-EXIT
016690     END-IF.
016700
016710 8810-END-SECTION-EXIT.
016720     EXIT.
016730
016740******************************************************************
016750* 8820-FILE-NOT-AVAILABLE - THE SECTION'S FILE COULD NOT BE
016760*                          OPENED, SO ITS CHECK WAS NOT MADE
016770*                          (WARNING)
016780******************************************************************
016790 8820-FILE-NOT-AVAILABLE.
016800
016810     MOVE "W"      TO SAU-FND-SEVERITY.
016820     MOVE "-"      TO SAU-FND-FILE.
016830     MOVE SPACES   TO SAU-KEY-WORK.
016840     MOVE "FILE NOT AVAILABLE - CHECK NOT MADE" TO SAU-FND-TEXT.
016850     MOVE SPACES   TO SAU-FND-VALUE.
016860     PERFORM 8700-WRITE-FINDING
016870         THRU 8700-WRITE-FINDING-EXIT.
016880
016890 8820-FILE-NOT-AVAILABLE-EXIT.
016900     EXIT.
016910
016920******************************************************************
016930* 8900-WRITE-REPORT-LINE - MOVE THE WORK LINE TO THE REPORT
016940*                         RECORD, WRITE IT AND CHECK THE STATUS
016950******************************************************************
016960 8900-WRITE-REPORT-LINE.
016970
016980     MOVE SAU-RPT-WORK-LINE TO SOM-AUDIT-REPORT-LINE.
016990     WRITE SOM-AUDIT-REPORT-LINE.
017000
017010     IF NOT SAU-RPT-OK
017020         DISPLAY "SOMAUDT: SOMAURPT WRITE FAILED, STATUS "
017030             SAU-RPT-STATUS
017040     END-IF.
017050
017060     MOVE SPACES TO SAU-RPT-WORK-LINE.
017070
017080 8900-WRITE-REPORT-LINE-EXIT.
017090     EXIT.
017100
017110******************************************************************
017120* 9000-TERMINATE - CLOSE UP AND SET THE RETURN CODE: 8 FOR ANY
017130*                 BREAK, 4 FOR WARNINGS ONLY, 0 WHEN CLEAN
017140******************************************************************
017150 9000-TERMINATE.
017160
017170     IF SAU-INIT-FAILED
017180         GO TO 9000-TERMINATE-EXIT
017190     END-IF.
017200
017210     DISPLAY "SOMAUDT: BREAKS " SAU-BREAK-COUNT
017220         " WARNINGS " SAU-WARN-COUNT.
017230
017240     CLOSE REPORT-FILE.
017250     CLOSE EMPLOYEE-FILE.
017260     CLOSE COSTCTR-FILE.
017270
017280     IF SAU-GLM-OPEN-YES
017290         CLOSE MAPPING-FILE
017300     END-IF.
017310     IF SAU-BUD-OPEN-YES
017320         CLOSE BUDGET-FILE
017330     END-IF.
017340     IF SAU-EBL-OPEN-YES
017350         CLOSE BALANCE-FILE
017360     END-IF.
017370     IF SAU-HIS-OPEN-YES
017380         CLOSE HISTORY-FILE
017390     END-IF.
017400     IF SAU-SUS-OPEN-YES
017410         CLOSE SUSPENSE-FILE
017420     END-IF.
017430     IF SAU-RHL-OPEN-YES
017440         CLOSE HOLDING-FILE
017450     END-IF.
017460
017470     IF SAU-BREAK-COUNT > 0
017480         MOVE 8 TO RETURN-CODE
017490     ELSE
017500         IF SAU-WARN-COUNT > 0
017510             MOVE 4 TO RETURN-CODE
017520         ELSE
017530             MOVE 0 TO RETURN-CODE
017540         END-IF
017550     END-IF.
017560
017570 9000-TERMINATE-EXIT.
017580     EXIT.
017590
017600 END PROGRAM SOMAUDT.
