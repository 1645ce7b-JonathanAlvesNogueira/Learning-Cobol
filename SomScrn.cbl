000010******************************************************************
000020* PROGRAM:     SOMSCRN
000030* AUTHOR:      J. ALVES NOGUEIRA
000040* INSTALLATION: LEARNING-COBOL BATCH SHOP
000050* DATE-WRITTEN: 2026-10-01
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     UNUSUAL-ACTIVITY SCREENING.  READS THE POSTED-
000090*              TRANSACTION HISTORY ARCHIVE (SOMTHIST) AND SCORES
000100*              EVERY CHARGE POSTED IN THE LAST FEW CYCLES AGAINST
000110*              FIVE PATTERNS:
000120*                SPLIT      THE SAME EMPLOYEE CHARGED REPEATEDLY
000130*                           JUST UNDER THE DUAL-CONTROL LIMIT
000140*                           WITHIN A FEW CYCLES            (5)
000150*                CLOSED CC  CHARGED TO A COST CENTER SOMCCM SHOWS
000160*                           CLOSED, OR DOES NOT CARRY        (4)
000170*                ABOVE AVG  FAR ABOVE THE EMPLOYEE'S OWN
000180*                           HISTORICAL AVERAGE              (3)
000190*                NEW CC     A COST CENTER THE EMPLOYEE HAS NEVER
000200*                           CHARGED BEFORE                   (2)
000210*                ROUND      A WHOLE-DOLLAR AMOUNT OF A SET SIZE
000220*                           OR MORE                          (1)
000230*              THE ITEM'S SCORE IS THE SUM OF THE WEIGHTS OF THE
000240*              PATTERNS IT HIT.  EVERY THRESHOLD IS A SETPARM
000250*              PARAMETER, WITH A DEFAULT WHEN IT IS NOT ON FILE.
000260*              EACH FLAGGED ITEM IS KEPT ON THE SOMSCRF FLAG FILE
000270*              UNTIL INTERNAL AUDIT CLEARS IT (SCRMAINT); A
000280*              CLEARED ITEM IS NOT REPORTED AGAIN.  THE REVIEW
000290*              REPORT (SOMSCRPT) LISTS TONIGHT'S FLAGS AND EVERY
000300*              FLAG STILL OPEN FROM EARLIER NIGHTS, HIGHEST
000310*              SCORE FIRST.
000320*-----------------------------------------------------------------
000330* MODIFICATION HISTORY:
000340*   DATE       INIT  DESCRIPTION
000350*   2026-10-01 JAN   ORIGINAL VERSION - UNTIL NOW AN ITEM WAS ONLY
000360*                    CHECKED FOR A VALID EMPLOYEE AND COST CENTER,
000370*                    SO NOTHING LOOKED FOR SUSPICIOUS PATTERNS.
000380* Tectonics: cobc
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. SOMSCRN.
000420
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT HISTORY-FILE ASSIGN "SOMTHIST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS SOM-HIS-KEY
000500         FILE STATUS IS SCN-HIS-STATUS.
000510
000520     SELECT COSTCTR-FILE ASSIGN "SOMCCM"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS SOM-CCM-CODE
000560         FILE STATUS IS SCN-CCM-STATUS.
000570
000580     SELECT PARAMETER-FILE ASSIGN "SETPARM"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS SET-PARAM-KEY
000620         FILE STATUS IS SCN-PARM-STATUS.
000630
000640     SELECT FLAG-FILE ASSIGN "SOMSCRF"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS SOM-SCF-KEY
000680         FILE STATUS IS SCN-SCF-STATUS.
000690
000700     SELECT REPORT-FILE ASSIGN "SOMSCRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS SCN-RPT-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  HISTORY-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY SOMHIST.
000790
000800 FD  COSTCTR-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY SOMCCM.
000830
000840 FD  PARAMETER-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY SETPARM.
000870
000880 FD  FLAG-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 COPY SOMSCRF.
000910
000920 FD  REPORT-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 COPY SOMSCRPT.
000950
000960 WORKING-STORAGE SECTION.
000970 77  SCN-HIS-STATUS              PIC X(02) VALUE "00".
000980     88  SCN-HIS-OK                         VALUE "00".
000990     88  SCN-HIS-FILE-NOT-FOUND             VALUE "35".
001000
001010 77  SCN-CCM-STATUS              PIC X(02) VALUE "00".
001020     88  SCN-CCM-OK                         VALUE "00".
001030     88  SCN-CCM-NOT-FOUND                  VALUE "23".
001040
001050 77  SCN-PARM-STATUS             PIC X(02) VALUE "00".
001060     88  SCN-PARM-OK                        VALUE "00".
001070
001080 77  SCN-SCF-STATUS              PIC X(02) VALUE "00".
001090     88  SCN-SCF-OK                         VALUE "00".
001100     88  SCN-SCF-NOT-FOUND                  VALUE "23".
001110     88  SCN-SCF-FILE-NOT-FOUND             VALUE "35".
001120
001130 77  SCN-RPT-STATUS              PIC X(02) VALUE "00".
001140     88  SCN-RPT-OK                         VALUE "00".
001150
001160 77  SCN-HIS-EOF-SWITCH          PIC X(01) VALUE "N".
001170     88  SCN-HIS-EOF-YES                    VALUE "Y".
001180     88  SCN-HIS-EOF-NO                     VALUE "N".
001190
001200 77  SCN-SCF-EOF-SWITCH          PIC X(01) VALUE "N".
001210     88  SCN-SCF-EOF-YES                    VALUE "Y".
001220     88  SCN-SCF-EOF-NO                     VALUE "N".
001230
001240 77  SCN-HIS-PRESENT-SWITCH      PIC X(01) VALUE "Y".
001250     88  SCN-HIS-PRESENT-YES                VALUE "Y".
001260     88  SCN-HIS-PRESENT-NO                 VALUE "N".
001270
001280 77  SCN-INIT-STATUS-SWITCH      PIC X(01) VALUE "Y".
001290     88  SCN-INIT-OK                        VALUE "Y".
001300     88  SCN-INIT-FAILED                    VALUE "N".
001310
001320 77  SCN-FAIL-SWITCH             PIC X(01) VALUE "N".
001330     88  SCN-FAIL-YES                       VALUE "Y".
001340     88  SCN-FAIL-NO                        VALUE "N".
001350
001360 77  SCN-WARN-SWITCH             PIC X(01) VALUE "N".
001370     88  SCN-WARN-YES                       VALUE "Y".
001380     88  SCN-WARN-NO                        VALUE "N".
001390
001400 77  SCN-FOUND-SWITCH            PIC X(01) VALUE "N".
001410     88  SCN-FOUND-YES                      VALUE "Y".
001420     88  SCN-FOUND-NO                       VALUE "N".
001430
001440 77  SCN-USAGE-SWITCH            PIC X(01) VALUE "N".
001450     88  SCN-USAGE-YES                      VALUE "Y".
001460     88  SCN-USAGE-NO                       VALUE "N".
001470
001480 77  SCN-CYCLE-DATE              PIC 9(08) VALUE ZEROS.
001490 77  SCN-LAST-DATE               PIC 9(08) VALUE ZEROS.
001500 77  SCN-LOAD-START              PIC 9(08) VALUE ZEROS.
001510 77  SCN-SCREEN-START            PIC 9(08) VALUE ZEROS.
001520 77  SCN-SEEK-KEY                PIC 9(06) VALUE ZEROS.
001530 77  SCN-SEEK-DATE               PIC 9(08) VALUE ZEROS.
001540
001550*    SETPARM THRESHOLDS, AS READ (OR DEFAULTED) AT START OF RUN
001560 77  SCN-PARM-NAME               PIC X(08) VALUE SPACES.
001570 77  SCN-PARM-VALUE              PIC 9(02) VALUE ZEROS.
001580 77  SCN-APPR-LIMIT-THOUSANDS    PIC 9(02) VALUE ZEROS.
001590 77  SCN-WINDOW-CYCLES           PIC 9(02) VALUE ZEROS.
001600 77  SCN-SPLIT-CYCLES            PIC 9(02) VALUE ZEROS.
001610 77  SCN-SPLIT-PERCENT           PIC 9(02) VALUE ZEROS.
001620 77  SCN-SPLIT-COUNT             PIC 9(02) VALUE ZEROS.
001630 77  SCN-ROUND-HUNDREDS          PIC 9(02) VALUE ZEROS.
001640 77  SCN-AVG-MULTIPLE            PIC 9(02) VALUE ZEROS.
001650 77  SCN-AVG-MIN-ITEMS           PIC 9(02) VALUE ZEROS.
001660
001670 77  SCN-APPR-LIMIT              PIC S9(9)V99 COMP-3 VALUE ZERO.
001680 77  SCN-BAND-LOW                PIC S9(9)V99 COMP-3 VALUE ZERO.
001690 77  SCN-ROUND-MINIMUM           PIC S9(9)V99 COMP-3 VALUE ZERO.
001700 77  SCN-AVERAGE                 PIC S9(9)V99 COMP-3 VALUE ZERO.
001710 77  SCN-AVG-LIMIT               PIC S9(11)V99 COMP-3 VALUE ZERO.
001720 77  SCN-WHOLE-DOLLARS           PIC S9(09) COMP-3 VALUE ZERO.
001730 77  SCN-HUNDREDS                PIC S9(09) COMP-3 VALUE ZERO.
001740 77  SCN-SCORE                   PIC 9(02) VALUE ZEROS.
001750 77  SCN-PATTERNS                PIC X(05) VALUE SPACES.
001760 77  SCN-PRINT-SCORE             PIC 9(02) VALUE ZEROS.
001770 77  SCN-BAND-FOUND              PIC 9(03) COMP VALUE 0.
001780 77  SCN-SPLIT-FIRST-IX          PIC S9(03) COMP VALUE 0.
001790
001800 77  SCN-DX                      PIC 9(03) COMP VALUE 0.
001810 77  SCN-DATE-COUNT              PIC 9(03) COMP VALUE 0.
001820 77  SCN-DATE-MAX                PIC 9(03) COMP VALUE 0.
001830 77  SCN-CUR-DATE-IX             PIC 9(03) COMP VALUE 0.
001840 77  SCN-IX                      PIC 9(05) COMP VALUE 0.
001850 77  SCN-CX                      PIC 9(05) COMP VALUE 0.
001860 77  SCN-ITEM-COUNT              PIC 9(05) COMP VALUE 0.
001870 77  SCN-ITEM-MAX                PIC 9(05) COMP VALUE 5000.
001880 77  SCN-EX                      PIC 9(05) COMP VALUE 0.
001890 77  SCN-HIT-EX                  PIC 9(05) COMP VALUE 0.
001900 77  SCN-EMP-COUNT               PIC 9(05) COMP VALUE 0.
001910 77  SCN-EMP-MAX                 PIC 9(05) COMP VALUE 3000.
001920 77  SCN-LO                      PIC 9(05) COMP VALUE 0.
001930 77  SCN-HI                      PIC 9(05) COMP VALUE 0.
001940 77  SCN-MID                     PIC 9(05) COMP VALUE 0.
001950 77  SCN-RX                      PIC 9(05) COMP VALUE 0.
001960 77  SCN-RPT-COUNT               PIC 9(05) COMP VALUE 0.
001970 77  SCN-RPT-MAX                 PIC 9(05) COMP VALUE 2000.
001980 77  SCN-RANK                    PIC 9(05) COMP VALUE 0.
001990
002000 77  SCN-READ-COUNT              PIC 9(07) COMP VALUE 0.
002010 77  SCN-SCREENED-COUNT          PIC 9(07) COMP VALUE 0.
002020 77  SCN-FLAGGED-COUNT           PIC 9(07) COMP VALUE 0.
002030 77  SCN-NEW-COUNT               PIC 9(07) COMP VALUE 0.
002040 77  SCN-OPEN-COUNT              PIC 9(07) COMP VALUE 0.
002050 77  SCN-CLEARED-COUNT           PIC 9(07) COMP VALUE 0.
002060 77  SCN-SPLIT-HITS              PIC 9(07) COMP VALUE 0.
002070 77  SCN-CLOSED-HITS             PIC 9(07) COMP VALUE 0.
002080 77  SCN-AVG-HITS                PIC 9(07) COMP VALUE 0.
002090 77  SCN-NEWCC-HITS              PIC 9(07) COMP VALUE 0.
002100 77  SCN-ROUND-HITS              PIC 9(07) COMP VALUE 0.
002110
002120******************************************************************
002130* SCN-DATE-TABLE - THE MOST RECENT DISTINCT SOMTHIST RUN DATES UP
002140* TO THE CYCLE DATE, OLDEST FIRST.  THE LAST "WINDOW" ENTRIES ARE
002150* THE CYCLES SCREENED; THE ONES BEFORE THEM ARE KEPT SO A SPLIT
002160* THAT STARTED JUST BEFORE THE WINDOW IS STILL SEEN WHOLE.
002170******************************************************************
002180 01  SCN-DATE-TABLE.
002190     05  SCN-DTE-RUN-DATE OCCURS 20 TIMES
002200                                 PIC 9(08).
002210
002220******************************************************************
002230* SCN-ITEM-TABLE - ONE ENTRY PER POSTED CHARGE IN THE LOADED
002240* CYCLES.  ITEMS OF ONE EMPLOYEE ARE CHAINED THROUGH SCN-ITM-NEXT
002250* FROM THE EMPLOYEE'S ENTRY, SO THE HISTORY PASS AND THE SPLIT
002260* TEST ONLY LOOK AT THAT EMPLOYEE'S ITEMS.
002270******************************************************************
002280 01  SCN-ITEM-TABLE.
002290     05  SCN-ITEM-ENTRY OCCURS 5000 TIMES.
002300         10  SCN-ITM-RUN-DATE        PIC 9(08).
002310         10  SCN-ITM-TRAN-KEY        PIC 9(06).
002320         10  SCN-ITM-COST-CENTER     PIC X(04).
002330         10  SCN-ITM-AMOUNT          PIC S9(7)V99 COMP-3.
002340         10  SCN-ITM-DATE-IX         PIC 9(03) COMP.
002350         10  SCN-ITM-EMP-IX          PIC 9(05) COMP.
002360         10  SCN-ITM-NEXT            PIC 9(05) COMP.
002370         10  SCN-ITM-SCREEN-SWITCH   PIC X(01).
002380             88  SCN-ITM-SCREEN-YES             VALUE "Y".
002390         10  SCN-ITM-BAND-SWITCH     PIC X(01).
002400             88  SCN-ITM-BAND-YES               VALUE "Y".
002410         10  SCN-ITM-SEEN-SWITCH     PIC X(01).
002420             88  SCN-ITM-SEEN-YES               VALUE "Y".
002430
002440******************************************************************
002450* SCN-EMP-TABLE - ONE ENTRY PER EMPLOYEE WITH A LOADED ITEM, KEPT
002460* IN TRANSACTION-KEY ORDER SO IT CAN BE BINARY SEARCHED.  THE
002470* HISTORY COUNT AND SUM ARE THE EMPLOYEE'S POSTED CHARGES BEFORE
002480* THE SCREENING WINDOW, FOR THE AVERAGE.
002490******************************************************************
002500 01  SCN-EMP-TABLE.
002510     05  SCN-EMP-ENTRY OCCURS 3000 TIMES.
002520         10  SCN-EMT-TRAN-KEY        PIC 9(06).
002530         10  SCN-EMT-FIRST-ITEM      PIC 9(05) COMP.
002540         10  SCN-EMT-HIST-COUNT      PIC 9(07) COMP.
002550         10  SCN-EMT-HIST-SUM        PIC S9(11)V99 COMP-3.
002560
002570******************************************************************
002580* SCN-RPT-TABLE - EVERY FLAG TO BE REPORTED TONIGHT (TONIGHT'S
002590* FLAGS AND THE ONES STILL OPEN FROM EARLIER NIGHTS), PRINTED BY
002600* DESCENDING SCORE.
002610******************************************************************
002620 01  SCN-RPT-TABLE.
002630     05  SCN-RPT-ENTRY OCCURS 2000 TIMES.
002640         10  SCN-RPE-RUN-DATE        PIC 9(08).
002650         10  SCN-RPE-TRAN-KEY        PIC 9(06).
002660         10  SCN-RPE-COST-CENTER     PIC X(04).
002670         10  SCN-RPE-AMOUNT          PIC S9(7)V99 COMP-3.
002680         10  SCN-RPE-AVERAGE         PIC S9(7)V99 COMP-3.
002690         10  SCN-RPE-SCORE           PIC 9(02).
002700         10  SCN-RPE-PATTERNS        PIC X(05).
002710         10  SCN-RPE-STATE           PIC X(04).
002720         10  SCN-RPE-FIRST-FLAGGED   PIC 9(08).
002730
002740******************************************************************
002750* SCN-RPT-WORK-LINE AND ITS REDEFINES - THE REPORT LINE IS BUILT
002760* HERE IN WORKING STORAGE, THEN MOVED INTO THE REPORT-FILE RECORD
002770* JUST BEFORE EACH WRITE.
002780******************************************************************
002790 01  SCN-RPT-WORK-LINE               PIC X(080) VALUE SPACES.
002800
002810 01  SCN-RPT-HEADING REDEFINES SCN-RPT-WORK-LINE.
002820     05  SCN-RPT-HDG-LABEL           PIC X(40).
002830     05  SCN-RPT-HDG-DATE            PIC X(08).
002840     05  FILLER                      PIC X(32).
002850
002860 01  SCN-RPT-NOTE REDEFINES SCN-RPT-WORK-LINE.
002870     05  SCN-RPT-NOTE-LABEL          PIC X(12).
002880     05  SCN-RPT-NOTE-TEXT           PIC X(50).
002890     05  FILLER                      PIC X(18).
002900
002910 01  SCN-RPT-COLUMNS REDEFINES SCN-RPT-WORK-LINE.
002920     05  SCN-RPT-COL-RANK            PIC X(04).
002930     05  FILLER                      PIC X(01).
002940     05  SCN-RPT-COL-SCORE           PIC X(02).
002950     05  FILLER                      PIC X(01).
002960     05  SCN-RPT-COL-RUN-DATE        PIC X(08).
002970     05  FILLER                      PIC X(01).
002980     05  SCN-RPT-COL-KEY             PIC X(06).
002990     05  FILLER                      PIC X(01).
003000     05  SCN-RPT-COL-CC              PIC X(04).
003010     05  FILLER                      PIC X(01).
003020     05  SCN-RPT-COL-AMOUNT          PIC X(11).
003030     05  FILLER                      PIC X(01).
003040     05  SCN-RPT-COL-AVERAGE         PIC X(11).
003050     05  FILLER                      PIC X(01).
003060     05  SCN-RPT-COL-PATTERNS        PIC X(09).
003070     05  FILLER                      PIC X(01).
003080     05  SCN-RPT-COL-STATE           PIC X(04).
003090     05  FILLER                      PIC X(01).
003100     05  SCN-RPT-COL-FIRST           PIC X(08).
003110     05  FILLER                      PIC X(04).
003120
003130 01  SCN-RPT-DETAIL REDEFINES SCN-RPT-WORK-LINE.
003140     05  SCN-RPT-DET-RANK            PIC ZZZ9.
003150     05  FILLER                      PIC X(01).
003160     05  SCN-RPT-DET-SCORE           PIC Z9.
003170     05  FILLER                      PIC X(01).
003180     05  SCN-RPT-DET-RUN-DATE        PIC 9(08).
003190     05  FILLER                      PIC X(01).
003200     05  SCN-RPT-DET-KEY             PIC 9(06).
003210     05  FILLER                      PIC X(01).
003220     05  SCN-RPT-DET-CC              PIC X(04).
003230     05  FILLER                      PIC X(01).
003240     05  SCN-RPT-DET-AMOUNT          PIC -(7)9.99.
003250     05  FILLER                      PIC X(01).
003260     05  SCN-RPT-DET-AVERAGE         PIC -(7)9.99.
003270     05  FILLER                      PIC X(01).
003280     05  SCN-RPT-DET-SPLIT           PIC X(01).
003290     05  FILLER                      PIC X(01).
003300     05  SCN-RPT-DET-CLOSED          PIC X(01).
003310     05  FILLER                      PIC X(01).
003320     05  SCN-RPT-DET-ABOVE-AVG       PIC X(01).
003330     05  FILLER                      PIC X(01).
003340     05  SCN-RPT-DET-NEW-CC          PIC X(01).
003350     05  FILLER                      PIC X(01).
003360     05  SCN-RPT-DET-ROUND           PIC X(01).
003370     05  FILLER                      PIC X(01).
003380     05  SCN-RPT-DET-STATE           PIC X(04).
003390     05  FILLER                      PIC X(01).
003400     05  SCN-RPT-DET-FIRST           PIC 9(08).
003410     05  FILLER                      PIC X(04).
003420
003430 01  SCN-RPT-COUNT-LINE REDEFINES SCN-RPT-WORK-LINE.
003440     05  SCN-RPT-CNT-LABEL           PIC X(30).
003450     05  SCN-RPT-CNT-COUNT           PIC ZZZZZZ9.
003460     05  FILLER                      PIC X(43).
003470
003480 LINKAGE SECTION.
003490 01  SCN-LINK-CYCLE-DATE         PIC 9(08).
003500
003510 PROCEDURE DIVISION USING SCN-LINK-CYCLE-DATE.
003520******************************************************************
003530* 0000-MAINLINE
003540******************************************************************
003550 0000-MAINLINE.
003560
003570     PERFORM 1000-INITIALIZE
003580         THRU 1000-INITIALIZE-EXIT.
003590
003600     IF SCN-INIT-OK AND SCN-HIS-PRESENT-YES
003610         PERFORM 1500-FIND-WINDOW
003620             THRU 1500-FIND-WINDOW-EXIT
003630         PERFORM 2000-LOAD-ITEMS
003640             THRU 2000-LOAD-ITEMS-EXIT
003650         PERFORM 2500-CHAIN-ONE-ITEM
003660             THRU 2500-CHAIN-ONE-ITEM-EXIT
003670             VARYING SCN-IX FROM 1 BY 1
003680             UNTIL SCN-IX > SCN-ITEM-COUNT
003690         PERFORM 3000-SCAN-HISTORY
003700             THRU 3000-SCAN-HISTORY-EXIT
003710         PERFORM 4000-SCORE-ONE-ITEM
003720             THRU 4000-SCORE-ONE-ITEM-EXIT
003730             VARYING SCN-IX FROM 1 BY 1
003740             UNTIL SCN-IX > SCN-ITEM-COUNT
003750     END-IF.
003760
003770     IF SCN-INIT-OK
003780         PERFORM 5000-TABLE-OPEN-FLAGS
003790             THRU 5000-TABLE-OPEN-FLAGS-EXIT
003800         PERFORM 6000-PRINT-REPORT
003810             THRU 6000-PRINT-REPORT-EXIT
003820     END-IF.
003830
003840     PERFORM 7000-TERMINATE
003850         THRU 7000-TERMINATE-EXIT.
003860
003870     GOBACK.
003880
003890******************************************************************
003900* 1000-INITIALIZE - TAKE THE CYCLE DATE, READ THE THRESHOLDS AND
003910*                  OPEN THE FILES.  NO SOMTHIST YET SIMPLY MEANS
003920*                  NOTHING HAS BEEN POSTED TO SCREEN; THE OPEN
003930*                  FLAGS ARE STILL REPORTED.
003940******************************************************************
003950 1000-INITIALIZE.
003960
003970*    CALLED BY NIGHTDRV THE CYCLE DATE IS PASSED; STANDALONE THE
003980*    RUN SCREENS UP TO TODAY.
003990     IF ADDRESS OF SCN-LINK-CYCLE-DATE NOT = NULL
004000         MOVE SCN-LINK-CYCLE-DATE TO SCN-CYCLE-DATE
004010     ELSE
004020         ACCEPT SCN-CYCLE-DATE FROM DATE YYYYMMDD
004030     END-IF.
004040
004050     PERFORM 1400-LOAD-THRESHOLDS
004060         THRU 1400-LOAD-THRESHOLDS-EXIT.
004070
004080     OPEN OUTPUT REPORT-FILE.
004090
004100     IF NOT SCN-RPT-OK
004110         DISPLAY "SOMSCRN: UNABLE TO OPEN SOMSCRPT, STATUS "
004120             SCN-RPT-STATUS
004130         MOVE 8 TO RETURN-CODE
004140         MOVE "N" TO SCN-INIT-STATUS-SWITCH
004150         GO TO 1000-INITIALIZE-EXIT
004160     END-IF.
004170
004180     OPEN I-O FLAG-FILE.
004190
004200     IF SCN-SCF-FILE-NOT-FOUND
004210         OPEN OUTPUT FLAG-FILE
004220         IF SCN-SCF-OK
004230             CLOSE FLAG-FILE
004240             OPEN I-O FLAG-FILE
004250         END-IF
004260     END-IF.
004270
004280     IF NOT SCN-SCF-OK
004290         DISPLAY "SOMSCRN: UNABLE TO OPEN SOMSCRF, STATUS "
004300             SCN-SCF-STATUS
004310         MOVE 8 TO RETURN-CODE
004320         MOVE "N" TO SCN-INIT-STATUS-SWITCH
004330         GO TO 1000-INITIALIZE-EXIT
004340     END-IF.
004350
004360     OPEN INPUT COSTCTR-FILE.
004370
004380     IF NOT SCN-CCM-OK
004390         DISPLAY "SOMSCRN: UNABLE TO OPEN SOMCCM, STATUS "
004400             SCN-CCM-STATUS
004410         MOVE 8 TO RETURN-CODE
004420         MOVE "N" TO SCN-INIT-STATUS-SWITCH
004430         GO TO 1000-INITIALIZE-EXIT
004440     END-IF.
004450
004460     OPEN INPUT HISTORY-FILE.
004470
004480     IF SCN-HIS-FILE-NOT-FOUND
004490         DISPLAY "SOMSCRN: NO SOMTHIST - NOTHING TO SCREEN"
004500         MOVE "N" TO SCN-HIS-PRESENT-SWITCH
004510     ELSE
004520         IF NOT SCN-HIS-OK
004530             DISPLAY "SOMSCRN: UNABLE TO OPEN SOMTHIST, STATUS "
004540                 SCN-HIS-STATUS
004550             MOVE 8 TO RETURN-CODE
004560             MOVE "N" TO SCN-INIT-STATUS-SWITCH
004570             GO TO 1000-INITIALIZE-EXIT
004580         END-IF
004590     END-IF.
004600
004610 1000-INITIALIZE-EXIT.
004620     EXIT.
004630
004640******************************************************************
004650* 1400-LOAD-THRESHOLDS - READ EVERY SCREENING THRESHOLD FROM
004660*                       SETPARM, EACH WITH ITS DEFAULT WHEN
004670*                       SETPARM OR THE PARAMETER IS MISSING:
004680*          APPRLIM   DUAL-CONTROL LIMIT, THOUSANDS  10
004690*          SCRWIN    CYCLES SCREENED EACH NIGHT      5
004700*          SCRSPLDY  CYCLES A SPLIT MAY SPAN         3
004710*          SCRSPLPC  BAND UNDER THE LIMIT, PERCENT  10
004720*          SCRSPLCT  BAND CHARGES MAKING A SPLIT     2
004730*          SCRROUND  ROUND-AMOUNT MINIMUM, HUNDREDS  5
004740*          SCRAVGX   MULTIPLE OF THE AVERAGE         5
004750*          SCRAVGN   HISTORY CHARGES FOR AN AVERAGE  5
004760******************************************************************
004770 1400-LOAD-THRESHOLDS.
004780
004790     OPEN INPUT PARAMETER-FILE.
004800
004810     MOVE "APPRLIM"  TO SCN-PARM-NAME.
004820     MOVE 10         TO SCN-PARM-VALUE.
004830     PERFORM 1410-READ-PARAMETER
004840         THRU 1410-READ-PARAMETER-EXIT.
004850     MOVE SCN-PARM-VALUE TO SCN-APPR-LIMIT-THOUSANDS.
004860
004870     MOVE "SCRWIN"   TO SCN-PARM-NAME.
004880     MOVE 5          TO SCN-PARM-VALUE.
004890     PERFORM 1410-READ-PARAMETER
004900         THRU 1410-READ-PARAMETER-EXIT.
004910     MOVE SCN-PARM-VALUE TO SCN-WINDOW-CYCLES.
004920
004930     MOVE "SCRSPLDY" TO SCN-PARM-NAME.
004940     MOVE 3          TO SCN-PARM-VALUE.
004950     PERFORM 1410-READ-PARAMETER
004960         THRU 1410-READ-PARAMETER-EXIT.
004970     MOVE SCN-PARM-VALUE TO SCN-SPLIT-CYCLES.
004980
004990     MOVE "SCRSPLPC" TO SCN-PARM-NAME.
005000     MOVE 10         TO SCN-PARM-VALUE.
005010     PERFORM 1410-READ-PARAMETER
005020         THRU 1410-READ-PARAMETER-EXIT.
005030     MOVE SCN-PARM-VALUE TO SCN-SPLIT-PERCENT.
005040
005050     MOVE "SCRSPLCT" TO SCN-PARM-NAME.
005060     MOVE 2          TO SCN-PARM-VALUE.
005070     PERFORM 1410-READ-PARAMETER
005080         THRU 1410-READ-PARAMETER-EXIT.
005090     MOVE SCN-PARM-VALUE TO SCN-SPLIT-COUNT.
005100
005110     MOVE "SCRROUND" TO SCN-PARM-NAME.
005120     MOVE 5          TO SCN-PARM-VALUE.
005130     PERFORM 1410-READ-PARAMETER
005140         THRU 1410-READ-PARAMETER-EXIT.
005150     MOVE SCN-PARM-VALUE TO SCN-ROUND-HUNDREDS.
005160
005170     MOVE "SCRAVGX"  TO SCN-PARM-NAME.
005180     MOVE 5          TO SCN-PARM-VALUE.
005190     PERFORM 1410-READ-PARAMETER
005200         THRU 1410-READ-PARAMETER-EXIT.
005210     MOVE SCN-PARM-VALUE TO SCN-AVG-MULTIPLE.
005220
005230     MOVE "SCRAVGN"  TO SCN-PARM-NAME.
005240     MOVE 5          TO SCN-PARM-VALUE.
005250     PERFORM 1410-READ-PARAMETER
005260         THRU 1410-READ-PARAMETER-EXIT.
005270     MOVE SCN-PARM-VALUE TO SCN-AVG-MIN-ITEMS.
005280
005290     IF SCN-PARM-OK OR SCN-PARM-STATUS = "23"
005300         CLOSE PARAMETER-FILE
005310     END-IF.
005320
005330*    THE DATE TABLE HOLDS AT MOST TEN CYCLES OF WINDOW AND TEN OF
005340*    SPLIT SPAN; A SPLIT NEEDS AT LEAST TWO CHARGES.
005350     IF SCN-WINDOW-CYCLES < 1
005360         MOVE 1 TO SCN-WINDOW-CYCLES
005370     END-IF.
005380     IF SCN-WINDOW-CYCLES > 10
005390         MOVE 10 TO SCN-WINDOW-CYCLES
005400     END-IF.
005410     IF SCN-SPLIT-CYCLES < 1
005420         MOVE 1 TO SCN-SPLIT-CYCLES
005430     END-IF.
005440     IF SCN-SPLIT-CYCLES > 10
005450         MOVE 10 TO SCN-SPLIT-CYCLES
005460     END-IF.
005470     IF SCN-SPLIT-COUNT < 2
005480         MOVE 2 TO SCN-SPLIT-COUNT
005490     END-IF.
005500
005510     COMPUTE SCN-DATE-MAX = SCN-WINDOW-CYCLES + SCN-SPLIT-CYCLES
005520         - 1.
005530     COMPUTE SCN-APPR-LIMIT = SCN-APPR-LIMIT-THOUSANDS * 1000.
005540     COMPUTE SCN-BAND-LOW ROUNDED =
005550         SCN-APPR-LIMIT * (100 - SCN-SPLIT-PERCENT) / 100.
005560     COMPUTE SCN-ROUND-MINIMUM = SCN-ROUND-HUNDREDS * 100.
005570
005580     IF SCN-APPR-LIMIT = 0
005590         DISPLAY "SOMSCRN: DUAL-CONTROL LIMIT IS ZERO, SPLIT "
005600             "PATTERN NOT SCREENED"
005610     END-IF.
005620
005630 1400-LOAD-THRESHOLDS-EXIT.
005640     EXIT.
005650
005660******************************************************************
005670* 1410-READ-PARAMETER - READ ONE SETPARM PARAMETER BY NAME.  THE
005680*                      CALLER'S DEFAULT IN SCN-PARM-VALUE STANDS
005690*                      WHEN THE FILE OR THE PARAMETER IS MISSING.
005700******************************************************************
005710 1410-READ-PARAMETER.
005720
005730     IF NOT SCN-PARM-OK AND SCN-PARM-STATUS NOT = "23"
005740         GO TO 1410-READ-PARAMETER-EXIT
005750     END-IF.
005760
005770     MOVE SCN-PARM-NAME TO SET-PARAM-KEY.
005780
005790     READ PARAMETER-FILE
005800         KEY IS SET-PARAM-KEY
005810         INVALID KEY
005820             GO TO 1410-READ-PARAMETER-EXIT
005830     END-READ.
005840
005850     IF SCN-PARM-OK
005860         MOVE SET-PARAM-VALUE TO SCN-PARM-VALUE
005870     END-IF.
005880
005890 1410-READ-PARAMETER-EXIT.
005900     EXIT.
005910
005920******************************************************************
005930* 1500-FIND-WINDOW - ONE PASS OVER SOMTHIST UP TO THE CYCLE DATE,
005940*                   KEEPING THE MOST RECENT DISTINCT RUN DATES.
005950*                   WINDOWS ARE COUNTED IN CYCLES, NOT CALENDAR
005960*                   DAYS, SO WEEKENDS AND HOLIDAYS DO NOT SHRINK
005970*                   THEM.
005980******************************************************************
005990 1500-FIND-WINDOW.
006000
006010     MOVE 0     TO SCN-DATE-COUNT.
006020     MOVE ZEROS TO SCN-LAST-DATE.
006030
006040     MOVE ZEROS TO SOM-HIS-KEY.
006050     PERFORM 8000-START-HISTORY
006060         THRU 8000-START-HISTORY-EXIT.
006070
006080     PERFORM 1510-TABLE-ONE-DATE
006090         THRU 1510-TABLE-ONE-DATE-EXIT
006100         UNTIL SCN-HIS-EOF-YES.
006110
006120     IF SCN-DATE-COUNT = 0
006130         GO TO 1500-FIND-WINDOW-EXIT
006140     END-IF.
006150
006160     MOVE SCN-DTE-RUN-DATE (1) TO SCN-LOAD-START.
006170
006180     IF SCN-DATE-COUNT > SCN-WINDOW-CYCLES
006190         COMPUTE SCN-DX = SCN-DATE-COUNT - SCN-WINDOW-CYCLES + 1
006200         MOVE SCN-DTE-RUN-DATE (SCN-DX) TO SCN-SCREEN-START
006210     ELSE
006220         MOVE SCN-DTE-RUN-DATE (1) TO SCN-SCREEN-START
006230     END-IF.
006240
006250 1500-FIND-WINDOW-EXIT.
006260     EXIT.
006270
006280******************************************************************
006290* 1510-TABLE-ONE-DATE - ON EACH NEW RUN DATE, ADD IT TO THE TABLE,
006300*                      DROPPING THE OLDEST WHEN THE TABLE IS FULL
006310******************************************************************
006320 1510-TABLE-ONE-DATE.
006330
006340     PERFORM 8010-READ-HISTORY
006350         THRU 8010-READ-HISTORY-EXIT.
006360
006370     IF SCN-HIS-EOF-YES
006380         GO TO 1510-TABLE-ONE-DATE-EXIT
006390     END-IF.
006400
006410     IF SOM-HIS-RUN-DATE = SCN-LAST-DATE
006420         GO TO 1510-TABLE-ONE-DATE-EXIT
006430     END-IF.
006440
006450     MOVE SOM-HIS-RUN-DATE TO SCN-LAST-DATE.
006460
006470     IF SCN-DATE-COUNT < SCN-DATE-MAX
006480         ADD 1 TO SCN-DATE-COUNT
006490     ELSE
006500         PERFORM 1520-SHIFT-ONE-DATE
006510             THRU 1520-SHIFT-ONE-DATE-EXIT
006520             VARYING SCN-DX FROM 1 BY 1
006530             UNTIL SCN-DX >= SCN-DATE-COUNT
006540     END-IF.
006550
006560     MOVE SOM-HIS-RUN-DATE TO SCN-DTE-RUN-DATE (SCN-DATE-COUNT).
006570
006580 1510-TABLE-ONE-DATE-EXIT.
006590     EXIT.
006600
006610******************************************************************
006620* 1520-SHIFT-ONE-DATE - MOVE ONE DATE UP A SLOT
006630******************************************************************
006640 1520-SHIFT-ONE-DATE.
006650
006660     MOVE SCN-DTE-RUN-DATE (SCN-DX + 1)
006670         TO SCN-DTE-RUN-DATE (SCN-DX).
006680
006690 1520-SHIFT-ONE-DATE-EXIT.
006700     EXIT.
006710
006720******************************************************************
006730* 2000-LOAD-ITEMS - SECOND PASS, FROM THE OLDEST TABLED DATE TO
006740*                  THE CYCLE DATE: TABLE EVERY POSTED CHARGE
006750*                  (POSTING RECORD, DISPOSITION POSTED OR PRIOR-
006760*                  PERIOD, A POSITIVE AMOUNT) AND ITS EMPLOYEE.
006770*                  REVERSALS, EXCEPTIONS, REJECTS, HELD ITEMS AND
006780*                  RECLASS RECORDS ARE NOT CHARGES TO SCREEN.
006790******************************************************************
006800 2000-LOAD-ITEMS.
006810
006820     MOVE 0 TO SCN-ITEM-COUNT.
006830     MOVE 0 TO SCN-EMP-COUNT.
006840     MOVE 0 TO SCN-CUR-DATE-IX.
006850
006860     IF SCN-DATE-COUNT = 0
006870         GO TO 2000-LOAD-ITEMS-EXIT
006880     END-IF.
006890
006900     MOVE SCN-LOAD-START TO SOM-HIS-RUN-DATE.
006910     MOVE ZEROS          TO SOM-HIS-TRAN-KEY.
006920     MOVE ZEROS          TO SOM-HIS-SEQ.
006930     PERFORM 8000-START-HISTORY
006940         THRU 8000-START-HISTORY-EXIT.
006950
006960     PERFORM 2100-LOAD-ONE-ITEM
006970         THRU 2100-LOAD-ONE-ITEM-EXIT
006980         UNTIL SCN-HIS-EOF-YES.
006990
007000 2000-LOAD-ITEMS-EXIT.
007010     EXIT.
007020
007030******************************************************************
007040* 2100-LOAD-ONE-ITEM - TABLE ONE CHARGE, NOTING WHICH CYCLE IT
007050*                     BELONGS TO, WHETHER IT IS IN THE SCREENING
007060*                     WINDOW AND WHETHER IT FALLS IN THE BAND JUST
007070*                     UNDER THE DUAL-CONTROL LIMIT
007080******************************************************************
007090 2100-LOAD-ONE-ITEM.
007100
007110     PERFORM 8010-READ-HISTORY
007120         THRU 8010-READ-HISTORY-EXIT.
007130
007140     IF SCN-HIS-EOF-YES
007150         GO TO 2100-LOAD-ONE-ITEM-EXIT
007160     END-IF.
007170
007180     IF SOM-HIS-SEQ NOT = 0
007190         GO TO 2100-LOAD-ONE-ITEM-EXIT
007200     END-IF.
007210
007220     IF NOT SOM-HIS-POSTED AND NOT SOM-HIS-PRIOR-PERIOD
007230         GO TO 2100-LOAD-ONE-ITEM-EXIT
007240     END-IF.
007250
007260     IF SOM-HIS-AMOUNT NOT > 0
007270         GO TO 2100-LOAD-ONE-ITEM-EXIT
007280     END-IF.
007290
007300     IF SCN-ITEM-COUNT >= SCN-ITEM-MAX
007310         DISPLAY "SOMSCRN: ITEM TABLE FULL AT " SOM-HIS-RUN-DATE
007320             " " SOM-HIS-TRAN-KEY ", REST NOT SCREENED"
007330         MOVE "Y" TO SCN-WARN-SWITCH
007340         MOVE "Y" TO SCN-HIS-EOF-SWITCH
007350         GO TO 2100-LOAD-ONE-ITEM-EXIT
007360     END-IF.
007370
007380     MOVE SOM-HIS-TRAN-KEY TO SCN-SEEK-KEY.
007390     PERFORM 8100-FIND-EMPLOYEE
007400         THRU 8100-FIND-EMPLOYEE-EXIT.
007410
007420     IF SCN-FOUND-NO
007430         IF SCN-EMP-COUNT >= SCN-EMP-MAX
007440             DISPLAY "SOMSCRN: EMPLOYEE TABLE FULL AT "
007450                 SOM-HIS-TRAN-KEY ", REST NOT SCREENED"
007460             MOVE "Y" TO SCN-WARN-SWITCH
007470             MOVE "Y" TO SCN-HIS-EOF-SWITCH
007480             GO TO 2100-LOAD-ONE-ITEM-EXIT
007490         END-IF
007500         PERFORM 8200-INSERT-EMPLOYEE
007510             THRU 8200-INSERT-EMPLOYEE-EXIT
007520     END-IF.
007530
007540     IF SCN-CUR-DATE-IX = 0
007550         PERFORM 2110-FIND-DATE-IX
007560             THRU 2110-FIND-DATE-IX-EXIT
007570     ELSE
007580         IF SCN-DTE-RUN-DATE (SCN-CUR-DATE-IX)
007590             NOT = SOM-HIS-RUN-DATE
007600             PERFORM 2110-FIND-DATE-IX
007610                 THRU 2110-FIND-DATE-IX-EXIT
007620         END-IF
007630     END-IF.
007640
007650     ADD 1 TO SCN-ITEM-COUNT.
007660     MOVE SCN-ITEM-COUNT TO SCN-IX.
007670
007680     MOVE SOM-HIS-RUN-DATE    TO SCN-ITM-RUN-DATE (SCN-IX).
007690     MOVE SOM-HIS-TRAN-KEY    TO SCN-ITM-TRAN-KEY (SCN-IX).
007700     MOVE SOM-HIS-COST-CENTER TO SCN-ITM-COST-CENTER (SCN-IX).
007710     MOVE SOM-HIS-AMOUNT      TO SCN-ITM-AMOUNT (SCN-IX).
007720     MOVE SCN-CUR-DATE-IX     TO SCN-ITM-DATE-IX (SCN-IX).
007730     MOVE 0                   TO SCN-ITM-EMP-IX (SCN-IX).
007740     MOVE 0                   TO SCN-ITM-NEXT (SCN-IX).
007750     MOVE "N"                 TO SCN-ITM-SCREEN-SWITCH (SCN-IX).
007760     MOVE "N"                 TO SCN-ITM-BAND-SWITCH (SCN-IX).
007770     MOVE "N"                 TO SCN-ITM-SEEN-SWITCH (SCN-IX).
007780
007790     IF SOM-HIS-RUN-DATE NOT < SCN-SCREEN-START
007800         MOVE "Y" TO SCN-ITM-SCREEN-SWITCH (SCN-IX)
007810     END-IF.
007820
007830     IF SCN-APPR-LIMIT > 0
007840         IF SOM-HIS-AMOUNT NOT < SCN-BAND-LOW
007850             AND SOM-HIS-AMOUNT < SCN-APPR-LIMIT
007860             MOVE "Y" TO SCN-ITM-BAND-SWITCH (SCN-IX)
007870         END-IF
007880     END-IF.
007890
007900 2100-LOAD-ONE-ITEM-EXIT.
007910     EXIT.
007920
007930******************************************************************
007940* 2110-FIND-DATE-IX - POSITION OF THE RECORD'S RUN DATE IN THE
007950*                    DATE TABLE (EVERY LOADED DATE IS THERE)
007960******************************************************************
007970 2110-FIND-DATE-IX.
007980
007990     MOVE 0 TO SCN-CUR-DATE-IX.
008000
008010     PERFORM 2120-CHECK-ONE-DATE
008020         THRU 2120-CHECK-ONE-DATE-EXIT
008030         VARYING SCN-DX FROM 1 BY 1
008040         UNTIL SCN-DX > SCN-DATE-COUNT
008050            OR SCN-CUR-DATE-IX NOT = 0.
008060
008070 2110-FIND-DATE-IX-EXIT.
008080     EXIT.
008090
008100******************************************************************
008110* 2120-CHECK-ONE-DATE - COMPARE ONE TABLED DATE
008120******************************************************************
008130 2120-CHECK-ONE-DATE.
008140
008150     IF SCN-DTE-RUN-DATE (SCN-DX) = SOM-HIS-RUN-DATE
008160         MOVE SCN-DX TO SCN-CUR-DATE-IX
008170     END-IF.
008180
008190 2120-CHECK-ONE-DATE-EXIT.
008200     EXIT.
008210
008220******************************************************************
008230* 2500-CHAIN-ONE-ITEM - HANG ONE ITEM ON ITS EMPLOYEE'S CHAIN.
008240*                      THIS IS DONE ONCE THE EMPLOYEE TABLE IS
008250*                      COMPLETE, SINCE INSERTS MOVE ITS ENTRIES
008260*                      ABOUT.
008270******************************************************************
008280 2500-CHAIN-ONE-ITEM.
008290
008300     MOVE SCN-ITM-TRAN-KEY (SCN-IX) TO SCN-SEEK-KEY.
008310     PERFORM 8100-FIND-EMPLOYEE
008320         THRU 8100-FIND-EMPLOYEE-EXIT.
008330
008340     MOVE SCN-HIT-EX TO SCN-ITM-EMP-IX (SCN-IX).
008350     MOVE SCN-EMT-FIRST-ITEM (SCN-HIT-EX)
008360         TO SCN-ITM-NEXT (SCN-IX).
008370     MOVE SCN-IX TO SCN-EMT-FIRST-ITEM (SCN-HIT-EX).
008380
008390 2500-CHAIN-ONE-ITEM-EXIT.
008400     EXIT.
008410
008420******************************************************************
008430* 3000-SCAN-HISTORY - THIRD PASS, THE WHOLE ARCHIVE UP TO THE
008440*                    CYCLE DATE, FOR THE EMPLOYEES TABLED: THEIR
008450*                    POSTED CHARGES BEFORE THE WINDOW MAKE THE
008460*                    AVERAGE, AND ANY EARLIER USE OF A COST
008470*                    CENTER (POSTED, PRIOR-PERIOD, HELD, OR THE
008480*                    RECEIVING LEG OF A RECLASS) MEANS IT IS NOT
008490*                    NEW TO THE EMPLOYEE
008500******************************************************************
008510 3000-SCAN-HISTORY.
008520
008530     IF SCN-ITEM-COUNT = 0
008540         GO TO 3000-SCAN-HISTORY-EXIT
008550     END-IF.
008560
008570     MOVE ZEROS TO SOM-HIS-KEY.
008580     PERFORM 8000-START-HISTORY
008590         THRU 8000-START-HISTORY-EXIT.
008600
008610     PERFORM 3100-SCAN-ONE-RECORD
008620         THRU 3100-SCAN-ONE-RECORD-EXIT
008630         UNTIL SCN-HIS-EOF-YES.
008640
008650 3000-SCAN-HISTORY-EXIT.
008660     EXIT.
008670
008680******************************************************************
008690* 3100-SCAN-ONE-RECORD - APPLY ONE ARCHIVE RECORD TO ITS EMPLOYEE
008700******************************************************************
008710 3100-SCAN-ONE-RECORD.
008720
008730     PERFORM 8010-READ-HISTORY
008740         THRU 8010-READ-HISTORY-EXIT.
008750
008760     IF SCN-HIS-EOF-YES
008770         GO TO 3100-SCAN-ONE-RECORD-EXIT
008780     END-IF.
008790
008800     MOVE SOM-HIS-TRAN-KEY TO SCN-SEEK-KEY.
008810     PERFORM 8100-FIND-EMPLOYEE
008820         THRU 8100-FIND-EMPLOYEE-EXIT.
008830
008840     IF SCN-FOUND-NO
008850         GO TO 3100-SCAN-ONE-RECORD-EXIT
008860     END-IF.
008870
008880     IF SOM-HIS-RUN-DATE < SCN-SCREEN-START
008890         AND SOM-HIS-SEQ = 0
008900         AND (SOM-HIS-POSTED OR SOM-HIS-PRIOR-PERIOD)
008910         AND SOM-HIS-AMOUNT > 0
008920         ADD 1 TO SCN-EMT-HIST-COUNT (SCN-HIT-EX)
008930         ADD SOM-HIS-AMOUNT TO SCN-EMT-HIST-SUM (SCN-HIT-EX)
008940     END-IF.
008950
008960     MOVE "N" TO SCN-USAGE-SWITCH.
008970
008980     IF SOM-HIS-SEQ = 0
008990         IF SOM-HIS-POSTED OR SOM-HIS-PRIOR-PERIOD
009000             OR SOM-HIS-HELD-APPROVAL
009010             MOVE "Y" TO SCN-USAGE-SWITCH
009020         END-IF
009030     ELSE
009040         IF SOM-HIS-RECLASS AND SOM-HIS-AMOUNT > 0
009050             MOVE "Y" TO SCN-USAGE-SWITCH
009060         END-IF
009070     END-IF.
009080
009090     IF SCN-USAGE-NO
009100         GO TO 3100-SCAN-ONE-RECORD-EXIT
009110     END-IF.
009120
009130     MOVE SCN-EMT-FIRST-ITEM (SCN-HIT-EX) TO SCN-CX.
009140
009150     PERFORM 3110-MARK-SEEN
009160         THRU 3110-MARK-SEEN-EXIT
009170         UNTIL SCN-CX = 0.
009180
009190 3100-SCAN-ONE-RECORD-EXIT.
009200     EXIT.
009210
009220******************************************************************
009230* 3110-MARK-SEEN - A WINDOW ITEM ON THE SAME COST CENTER, DATED
009240*                 AFTER THIS USE, IS NOT A NEW COST CENTER
009250******************************************************************
009260 3110-MARK-SEEN.
009270
009280     IF SCN-ITM-SCREEN-YES (SCN-CX)
009290         AND SCN-ITM-COST-CENTER (SCN-CX) = SOM-HIS-COST-CENTER
009300         AND SCN-ITM-RUN-DATE (SCN-CX) > SOM-HIS-RUN-DATE
009310         MOVE "Y" TO SCN-ITM-SEEN-SWITCH (SCN-CX)
009320     END-IF.
009330
009340     MOVE SCN-ITM-NEXT (SCN-CX) TO SCN-CX.
009350
009360 3110-MARK-SEEN-EXIT.
009370     EXIT.
009380
009390******************************************************************
009400* 4000-SCORE-ONE-ITEM - SCORE ONE ITEM IN THE SCREENING WINDOW
009410*                      AGAINST THE FIVE PATTERNS AND, WHEN IT HITS
009420*                      ANY, RECORD THE FLAG
009430******************************************************************
009440 4000-SCORE-ONE-ITEM.
009450
009460     IF NOT SCN-ITM-SCREEN-YES (SCN-IX)
009470         GO TO 4000-SCORE-ONE-ITEM-EXIT
009480     END-IF.
009490
009500     ADD 1 TO SCN-SCREENED-COUNT.
009510
009520     MOVE 0      TO SCN-SCORE.
009530     MOVE "NNNNN" TO SOM-SCF-PATTERNS.
009540     MOVE ZERO   TO SCN-AVERAGE.
009550     MOVE SCN-ITM-EMP-IX (SCN-IX) TO SCN-EX.
009560
009570*    SPLIT - ENOUGH OF THE EMPLOYEE'S CHARGES IN THE BAND JUST
009580*    UNDER THE LIMIT WITHIN THE SPLIT SPAN ENDING ON THIS ITEM'S
009590*    CYCLE (THE ITEM ITSELF INCLUDED).
009600     IF SCN-ITM-BAND-YES (SCN-IX)
009610         MOVE 0 TO SCN-BAND-FOUND
009620         COMPUTE SCN-SPLIT-FIRST-IX = SCN-ITM-DATE-IX (SCN-IX)
009630             - SCN-SPLIT-CYCLES + 1
009640         MOVE SCN-EMT-FIRST-ITEM (SCN-EX) TO SCN-CX
009650         PERFORM 4010-COUNT-BAND-ITEM
009660             THRU 4010-COUNT-BAND-ITEM-EXIT
009670             UNTIL SCN-CX = 0
009680         IF SCN-BAND-FOUND NOT < SCN-SPLIT-COUNT
009690             MOVE "Y" TO SOM-SCF-SPLIT
009700             ADD 5 TO SCN-SCORE
009710         END-IF
009720     END-IF.
009730
009740*    CLOSED CC - CLOSED ON SOMCCM, OR NOT ON IT AT ALL.
009750     MOVE SCN-ITM-COST-CENTER (SCN-IX) TO SOM-CCM-CODE.
009760     READ COSTCTR-FILE
009770         KEY IS SOM-CCM-CODE
009780         INVALID KEY
009790             CONTINUE
009800     END-READ.
009810     IF NOT SCN-CCM-OK
009820         MOVE "Y" TO SOM-SCF-CLOSED-CC
009830         ADD 4 TO SCN-SCORE
009840     ELSE
009850         IF SOM-CCM-CLOSED
009860             MOVE "Y" TO SOM-SCF-CLOSED-CC
009870             ADD 4 TO SCN-SCORE
009880         END-IF
009890     END-IF.
009900
009910*    ABOVE AVERAGE - ONLY ONCE THE EMPLOYEE HAS ENOUGH HISTORY
009920*    FOR THE AVERAGE TO MEAN SOMETHING.
009930     IF SCN-EMT-HIST-COUNT (SCN-EX) > 0
009940         AND SCN-EMT-HIST-COUNT (SCN-EX) NOT < SCN-AVG-MIN-ITEMS
009950         DIVIDE SCN-EMT-HIST-SUM (SCN-EX)
009960             BY SCN-EMT-HIST-COUNT (SCN-EX)
009970             GIVING SCN-AVERAGE ROUNDED
009980         COMPUTE SCN-AVG-LIMIT = SCN-AVERAGE * SCN-AVG-MULTIPLE
009990         IF SCN-ITM-AMOUNT (SCN-IX) > SCN-AVG-LIMIT
010000             MOVE "Y" TO SOM-SCF-ABOVE-AVG
010010             ADD 3 TO SCN-SCORE
010020         END-IF
010030     END-IF.
010040
010050*    NEW CC - ONLY FOR AN EMPLOYEE WITH AN ESTABLISHED HISTORY;
010060*    EVERY CHARGE OF A NEW EMPLOYEE WOULD OTHERWISE BE "NEW".
010070     IF SCN-EMT-HIST-COUNT (SCN-EX) > 0
010080         AND NOT SCN-ITM-SEEN-YES (SCN-IX)
010090         MOVE "Y" TO SOM-SCF-NEW-CC
010100         ADD 2 TO SCN-SCORE
010110     END-IF.
010120
010130*    ROUND - WHOLE DOLLARS, AT OR ABOVE THE SET SIZE.
010140     MOVE SCN-ITM-AMOUNT (SCN-IX) TO SCN-WHOLE-DOLLARS.
010150     IF SCN-WHOLE-DOLLARS = SCN-ITM-AMOUNT (SCN-IX)
010160         AND SCN-ITM-AMOUNT (SCN-IX) NOT < SCN-ROUND-MINIMUM
010170         AND SCN-ROUND-MINIMUM > 0
010180         MOVE "Y" TO SOM-SCF-ROUND
010190         ADD 1 TO SCN-SCORE
010200     END-IF.
010210
010220     IF SCN-SCORE = 0
010230         GO TO 4000-SCORE-ONE-ITEM-EXIT
010240     END-IF.
010250
010260     PERFORM 4100-RECORD-FLAG
010270         THRU 4100-RECORD-FLAG-EXIT.
010280
010290 4000-SCORE-ONE-ITEM-EXIT.
010300     EXIT.
010310
010320******************************************************************
010330* 4010-COUNT-BAND-ITEM - COUNT ONE CHAINED ITEM WHEN IT IS IN THE
010340*                       BAND AND INSIDE THE SPLIT SPAN
010350******************************************************************
010360 4010-COUNT-BAND-ITEM.
010370
010380     IF SCN-ITM-BAND-YES (SCN-CX)
010390         AND SCN-ITM-DATE-IX (SCN-CX)
010400             NOT > SCN-ITM-DATE-IX (SCN-IX)
010410         AND SCN-ITM-DATE-IX (SCN-CX) NOT < SCN-SPLIT-FIRST-IX
010420         ADD 1 TO SCN-BAND-FOUND
010430     END-IF.
010440
010450     MOVE SCN-ITM-NEXT (SCN-CX) TO SCN-CX.
010460
010470 4010-COUNT-BAND-ITEM-EXIT.
010480     EXIT.
010490
010500******************************************************************
010510* 4100-RECORD-FLAG - WRITE A NEW FLAG, OR REFRESH AN OPEN ONE.  A
010520*                   FLAG AUDIT HAS CLEARED IS LEFT ALONE AND NOT
010530*                   REPORTED.  A FLAG FIRST RAISED THIS CYCLE (A
010540*                   RERUN) IS STILL COUNTED AS NEW.
010550******************************************************************
010560 4100-RECORD-FLAG.
010570
010580     ADD 1 TO SCN-FLAGGED-COUNT.
010590
010600     MOVE SOM-SCF-PATTERNS TO SCN-PATTERNS.
010610     MOVE SCN-ITM-RUN-DATE (SCN-IX) TO SOM-SCF-RUN-DATE.
010620     MOVE SCN-ITM-TRAN-KEY (SCN-IX) TO SOM-SCF-TRAN-KEY.
010630
010640     READ FLAG-FILE
010650         KEY IS SOM-SCF-KEY
010660         INVALID KEY
010670             CONTINUE
010680     END-READ.
010690
010700     IF SCN-SCF-OK AND SOM-SCF-CLEARED
010710         ADD 1 TO SCN-CLEARED-COUNT
010720         GO TO 4100-RECORD-FLAG-EXIT
010730     END-IF.
010740
010750     MOVE SCN-ITM-COST-CENTER (SCN-IX) TO SOM-SCF-COST-CENTER.
010760     MOVE SCN-ITM-AMOUNT (SCN-IX)      TO SOM-SCF-AMOUNT.
010770     MOVE SCN-AVERAGE                  TO SOM-SCF-AVERAGE.
010780     MOVE SCN-SCORE                    TO SOM-SCF-SCORE.
010790     MOVE SCN-PATTERNS                 TO SOM-SCF-PATTERNS.
010800     MOVE SCN-CYCLE-DATE               TO SOM-SCF-LAST-FLAGGED.
010810
010820     IF SCN-SCF-OK
010830         REWRITE SOM-SCRF-RECORD
010840             INVALID KEY
010850                 CONTINUE
010860         END-REWRITE
010870     ELSE
010880         MOVE SCN-CYCLE-DATE TO SOM-SCF-FIRST-FLAGGED
010890         MOVE "O"            TO SOM-SCF-STATUS
010900         MOVE SPACES         TO SOM-SCF-CLEARED-BY
010910         MOVE ZEROS          TO SOM-SCF-CLEARED-DATE
010920         MOVE SPACES         TO SOM-SCF-CLEAR-NOTE
010930         WRITE SOM-SCRF-RECORD
010940             INVALID KEY
010950                 CONTINUE
010960         END-WRITE
010970     END-IF.
010980
010990     IF NOT SCN-SCF-OK
011000         DISPLAY "SOMSCRN: SOMSCRF UPDATE FAILED FOR "
011010             SOM-SCF-RUN-DATE " " SOM-SCF-TRAN-KEY ", STATUS "
011020             SCN-SCF-STATUS
011030         MOVE "Y" TO SCN-FAIL-SWITCH
011040         GO TO 4100-RECORD-FLAG-EXIT
011050     END-IF.
011060
011070     IF SOM-SCF-SPLIT-YES
011080         ADD 1 TO SCN-SPLIT-HITS
011090     END-IF.
011100     IF SOM-SCF-CLOSED-CC-YES
011110         ADD 1 TO SCN-CLOSED-HITS
011120     END-IF.
011130     IF SOM-SCF-ABOVE-AVG-YES
011140         ADD 1 TO SCN-AVG-HITS
011150     END-IF.
011160     IF SOM-SCF-NEW-CC-YES
011170         ADD 1 TO SCN-NEWCC-HITS
011180     END-IF.
011190     IF SOM-SCF-ROUND-YES
011200         ADD 1 TO SCN-ROUND-HITS
011210     END-IF.
011220
011230     PERFORM 4200-TABLE-REPORT-ENTRY
011240         THRU 4200-TABLE-REPORT-ENTRY-EXIT.
011250
011260 4100-RECORD-FLAG-EXIT.
011270     EXIT.
011280
011290******************************************************************
011300* 4200-TABLE-REPORT-ENTRY - TABLE THE FLAG RECORD IN HAND FOR THE
011310*                          RANKED REPORT, COUNTING IT NEW OR OPEN
011320******************************************************************
011330 4200-TABLE-REPORT-ENTRY.
011340
011350     IF SOM-SCF-FIRST-FLAGGED = SCN-CYCLE-DATE
011360         ADD 1 TO SCN-NEW-COUNT
011370     ELSE
011380         ADD 1 TO SCN-OPEN-COUNT
011390     END-IF.
011400
011410     IF SCN-RPT-COUNT >= SCN-RPT-MAX
011420         DISPLAY "SOMSCRN: REPORT TABLE FULL, FLAG "
011430             SOM-SCF-RUN-DATE " " SOM-SCF-TRAN-KEY " NOT PRINTED"
011440         MOVE "Y" TO SCN-WARN-SWITCH
011450         GO TO 4200-TABLE-REPORT-ENTRY-EXIT
011460     END-IF.
011470
011480     ADD 1 TO SCN-RPT-COUNT.
011490     MOVE SCN-RPT-COUNT TO SCN-RX.
011500
011510     MOVE SOM-SCF-RUN-DATE      TO SCN-RPE-RUN-DATE (SCN-RX).
011520     MOVE SOM-SCF-TRAN-KEY      TO SCN-RPE-TRAN-KEY (SCN-RX).
011530     MOVE SOM-SCF-COST-CENTER   TO SCN-RPE-COST-CENTER (SCN-RX).
011540     MOVE SOM-SCF-AMOUNT        TO SCN-RPE-AMOUNT (SCN-RX).
011550     MOVE SOM-SCF-AVERAGE       TO SCN-RPE-AVERAGE (SCN-RX).
011560     MOVE SOM-SCF-SCORE         TO SCN-RPE-SCORE (SCN-RX).
011570     MOVE SOM-SCF-PATTERNS      TO SCN-RPE-PATTERNS (SCN-RX).
011580     MOVE SOM-SCF-FIRST-FLAGGED TO SCN-RPE-FIRST-FLAGGED (SCN-RX).
011590
011600     IF SOM-SCF-FIRST-FLAGGED = SCN-CYCLE-DATE
011610         MOVE "NEW"  TO SCN-RPE-STATE (SCN-RX)
011620     ELSE
011630         MOVE "OPEN" TO SCN-RPE-STATE (SCN-RX)
011640     END-IF.
011650
011660 4200-TABLE-REPORT-ENTRY-EXIT.
011670     EXIT.
011680
011690******************************************************************
011700* 5000-TABLE-OPEN-FLAGS - ONE PASS OVER SOMSCRF FOR FLAGS STILL
011710*                        OPEN THAT WERE NOT RAISED AGAIN TONIGHT
011720*                        (ONES THAT HAVE LEFT THE WINDOW, OR NO
011730*                        LONGER SCORE), SO NOTHING DROPS OFF THE
011740*                        REPORT UNTIL AUDIT CLEARS IT
011750******************************************************************
011760 5000-TABLE-OPEN-FLAGS.
011770
011780     MOVE "N"   TO SCN-SCF-EOF-SWITCH.
011790     MOVE ZEROS TO SOM-SCF-KEY.
011800
011810     START FLAG-FILE
011820         KEY IS NOT LESS THAN SOM-SCF-KEY
011830         INVALID KEY
011840             MOVE "Y" TO SCN-SCF-EOF-SWITCH
011850     END-START.
011860
011870     PERFORM 5100-CHECK-ONE-FLAG
011880         THRU 5100-CHECK-ONE-FLAG-EXIT
011890         UNTIL SCN-SCF-EOF-YES.
011900
011910 5000-TABLE-OPEN-FLAGS-EXIT.
011920     EXIT.
011930
011940******************************************************************
011950* 5100-CHECK-ONE-FLAG - TABLE ONE OPEN FLAG NOT SEEN TONIGHT
011960******************************************************************
011970 5100-CHECK-ONE-FLAG.
011980
011990     READ FLAG-FILE NEXT RECORD
012000         AT END
012010             MOVE "Y" TO SCN-SCF-EOF-SWITCH
012020             GO TO 5100-CHECK-ONE-FLAG-EXIT
012030     END-READ.
012040
012050     IF NOT SCN-SCF-OK
012060         MOVE "Y" TO SCN-SCF-EOF-SWITCH
012070         GO TO 5100-CHECK-ONE-FLAG-EXIT
012080     END-IF.
012090
012100     IF SOM-SCF-OPEN
012110         AND SOM-SCF-LAST-FLAGGED NOT = SCN-CYCLE-DATE
012120         PERFORM 4200-TABLE-REPORT-ENTRY
012130             THRU 4200-TABLE-REPORT-ENTRY-EXIT
012140     END-IF.
012150
012160 5100-CHECK-ONE-FLAG-EXIT.
012170     EXIT.
012180
012190******************************************************************
012200* 6000-PRINT-REPORT - HEADING, PATTERN LEGEND AND THRESHOLDS, THEN
012210*                    THE FLAGS FROM THE HIGHEST SCORE DOWN, THEN
012220*                    THE COUNTS
012230******************************************************************
012240 6000-PRINT-REPORT.
012250
012260     MOVE SPACES TO SCN-RPT-WORK-LINE.
012270     MOVE "UNUSUAL-ACTIVITY REVIEW REPORT, CYCLE"
012280         TO SCN-RPT-HDG-LABEL.
012290     MOVE SCN-CYCLE-DATE TO SCN-RPT-HDG-DATE.
012300     PERFORM 6900-WRITE-REPORT-LINE
012310         THRU 6900-WRITE-REPORT-LINE-EXIT.
012320
012330     MOVE SPACES TO SCN-RPT-WORK-LINE.
012340     MOVE "PATTERNS:" TO SCN-RPT-NOTE-LABEL.
012350     MOVE "S SPLIT UNDER LIMIT (5)  C CLOSED/UNKNOWN CC (4)"
012360         TO SCN-RPT-NOTE-TEXT.
012370     PERFORM 6900-WRITE-REPORT-LINE
012380         THRU 6900-WRITE-REPORT-LINE-EXIT.
012390
012400     MOVE SPACES TO SCN-RPT-WORK-LINE.
012410     MOVE "A FAR ABOVE AVERAGE (3)  N NEW CC FOR EMPLOYEE (2)"
012420         TO SCN-RPT-NOTE-TEXT.
012430     PERFORM 6900-WRITE-REPORT-LINE
012440         THRU 6900-WRITE-REPORT-LINE-EXIT.
012450
012460     MOVE SPACES TO SCN-RPT-WORK-LINE.
012470     MOVE "R ROUND AMOUNT (1)" TO SCN-RPT-NOTE-TEXT.
012480     PERFORM 6900-WRITE-REPORT-LINE
012490         THRU 6900-WRITE-REPORT-LINE-EXIT.
012500
012510     MOVE SPACES TO SCN-RPT-WORK-LINE.
012520     MOVE "WINDOW FROM:" TO SCN-RPT-NOTE-LABEL.
012530     MOVE SCN-SCREEN-START TO SCN-RPT-NOTE-TEXT.
012540     PERFORM 6900-WRITE-REPORT-LINE
012550         THRU 6900-WRITE-REPORT-LINE-EXIT.
012560
012570     MOVE SPACES TO SCN-RPT-WORK-LINE.
012580     PERFORM 6900-WRITE-REPORT-LINE
012590         THRU 6900-WRITE-REPORT-LINE-EXIT.
012600
012610     MOVE SPACES       TO SCN-RPT-WORK-LINE.
012620     MOVE "RANK"       TO SCN-RPT-COL-RANK.
012630     MOVE "SC"         TO SCN-RPT-COL-SCORE.
012640     MOVE "RUN DATE"   TO SCN-RPT-COL-RUN-DATE.
012650     MOVE "EMP ID"     TO SCN-RPT-COL-KEY.
012660     MOVE "CC"         TO SCN-RPT-COL-CC.
012670     MOVE "     AMOUNT" TO SCN-RPT-COL-AMOUNT.
012680     MOVE "    AVERAGE" TO SCN-RPT-COL-AVERAGE.
012690     MOVE "S C A N R"  TO SCN-RPT-COL-PATTERNS.
012700     MOVE "STAT"       TO SCN-RPT-COL-STATE.
012710     MOVE "FIRST"      TO SCN-RPT-COL-FIRST.
012720     PERFORM 6900-WRITE-REPORT-LINE
012730         THRU 6900-WRITE-REPORT-LINE-EXIT.
012740
012750     MOVE 0 TO SCN-RANK.
012760
012770     PERFORM 6100-PRINT-ONE-SCORE
012780         THRU 6100-PRINT-ONE-SCORE-EXIT
012790         VARYING SCN-PRINT-SCORE FROM 15 BY -1
012800         UNTIL SCN-PRINT-SCORE = 0.
012810
012820     MOVE SPACES TO SCN-RPT-WORK-LINE.
012830     PERFORM 6900-WRITE-REPORT-LINE
012840         THRU 6900-WRITE-REPORT-LINE-EXIT.
012850
012860     MOVE SPACES TO SCN-RPT-WORK-LINE.
012870     MOVE "ITEMS SCREENED:" TO SCN-RPT-CNT-LABEL.
012880     MOVE SCN-SCREENED-COUNT TO SCN-RPT-CNT-COUNT.
012890     PERFORM 6900-WRITE-REPORT-LINE
012900         THRU 6900-WRITE-REPORT-LINE-EXIT.
012910
012920     MOVE SPACES TO SCN-RPT-WORK-LINE.
012930     MOVE "ITEMS SCORING TONIGHT:" TO SCN-RPT-CNT-LABEL.
012940     MOVE SCN-FLAGGED-COUNT TO SCN-RPT-CNT-COUNT.
012950     PERFORM 6900-WRITE-REPORT-LINE
012960         THRU 6900-WRITE-REPORT-LINE-EXIT.
012970
012980     MOVE SPACES TO SCN-RPT-WORK-LINE.
012990     MOVE "  SPLIT UNDER LIMIT:" TO SCN-RPT-CNT-LABEL.
013000     MOVE SCN-SPLIT-HITS TO SCN-RPT-CNT-COUNT.
013010     PERFORM 6900-WRITE-REPORT-LINE
013020         THRU 6900-WRITE-REPORT-LINE-EXIT.
013030
013040     MOVE SPACES TO SCN-RPT-WORK-LINE.
013050     MOVE "  CLOSED/UNKNOWN CC:" TO SCN-RPT-CNT-LABEL.
013060     MOVE SCN-CLOSED-HITS TO SCN-RPT-CNT-COUNT.
013070     PERFORM 6900-WRITE-REPORT-LINE
013080         THRU 6900-WRITE-REPORT-LINE-EXIT.
013090
013100     MOVE SPACES TO SCN-RPT-WORK-LINE.
013110     MOVE "  FAR ABOVE AVERAGE:" TO SCN-RPT-CNT-LABEL.
013120     MOVE SCN-AVG-HITS TO SCN-RPT-CNT-COUNT.
013130     PERFORM 6900-WRITE-REPORT-LINE
013140         THRU 6900-WRITE-REPORT-LINE-EXIT.
013150
013160     MOVE SPACES TO SCN-RPT-WORK-LINE.
013170     MOVE "  NEW CC FOR EMPLOYEE:" TO SCN-RPT-CNT-LABEL.
013180     MOVE SCN-NEWCC-HITS TO SCN-RPT-CNT-COUNT.
013190     PERFORM 6900-WRITE-REPORT-LINE
013200         THRU 6900-WRITE-REPORT-LINE-EXIT.
013210
013220     MOVE SPACES TO SCN-RPT-WORK-LINE.
013230     MOVE "  ROUND AMOUNT:" TO SCN-RPT-CNT-LABEL.
013240     MOVE SCN-ROUND-HITS TO SCN-RPT-CNT-COUNT.
013250     PERFORM 6900-WRITE-REPORT-LINE
013260         THRU 6900-WRITE-REPORT-LINE-EXIT.
013270
013280     MOVE SPACES TO SCN-RPT-WORK-LINE.
013290     MOVE "NEW FLAGS:" TO SCN-RPT-CNT-LABEL.
013300     MOVE SCN-NEW-COUNT TO SCN-RPT-CNT-COUNT.
013310     PERFORM 6900-WRITE-REPORT-LINE
013320         THRU 6900-WRITE-REPORT-LINE-EXIT.
013330
013340     MOVE SPACES TO SCN-RPT-WORK-LINE.
013350     MOVE "STILL OPEN FROM EARLIER:" TO SCN-RPT-CNT-LABEL.
013360     MOVE SCN-OPEN-COUNT TO SCN-RPT-CNT-COUNT.
013370     PERFORM 6900-WRITE-REPORT-LINE
013380         THRU 6900-WRITE-REPORT-LINE-EXIT.
013390
013400     MOVE SPACES TO SCN-RPT-WORK-LINE.
013410     MOVE "CLEARED, NOT REPORTED:" TO SCN-RPT-CNT-LABEL.
013420     MOVE SCN-CLEARED-COUNT TO SCN-RPT-CNT-COUNT.
013430     PERFORM 6900-WRITE-REPORT-LINE
013440         THRU 6900-WRITE-REPORT-LINE-EXIT.
013450
013460 6000-PRINT-REPORT-EXIT.
013470     EXIT.
013480
013490******************************************************************
013500* 6100-PRINT-ONE-SCORE - PRINT EVERY TABLED FLAG CARRYING ONE
013510*                       SCORE
013520******************************************************************
013530 6100-PRINT-ONE-SCORE.
013540
013550     PERFORM 6110-PRINT-IF-SCORE
013560         THRU 6110-PRINT-IF-SCORE-EXIT
013570         VARYING SCN-RX FROM 1 BY 1
013580         UNTIL SCN-RX > SCN-RPT-COUNT.
013590
013600 6100-PRINT-ONE-SCORE-EXIT.
013610     EXIT.
013620
013630******************************************************************
013640* 6110-PRINT-IF-SCORE - ONE DETAIL LINE WHEN THE ENTRY'S SCORE IS
013650*                      THE ONE BEING PRINTED
013660******************************************************************
013670 6110-PRINT-IF-SCORE.
013680
013690     IF SCN-RPE-SCORE (SCN-RX) NOT = SCN-PRINT-SCORE
013700         GO TO 6110-PRINT-IF-SCORE-EXIT
013710     END-IF.
013720
013730     ADD 1 TO SCN-RANK.
013740     MOVE SCN-RPE-PATTERNS (SCN-RX) TO SOM-SCF-PATTERNS.
013750
013760     MOVE SPACES                      TO SCN-RPT-WORK-LINE.
013770     MOVE SCN-RANK                    TO SCN-RPT-DET-RANK.
013780     MOVE SCN-RPE-SCORE (SCN-RX)      TO SCN-RPT-DET-SCORE.
013790     MOVE SCN-RPE-RUN-DATE (SCN-RX)   TO SCN-RPT-DET-RUN-DATE.
013800     MOVE SCN-RPE-TRAN-KEY (SCN-RX)   TO SCN-RPT-DET-KEY.
013810     MOVE SCN-RPE-COST-CENTER (SCN-RX) TO SCN-RPT-DET-CC.
013820     MOVE SCN-RPE-AMOUNT (SCN-RX)     TO SCN-RPT-DET-AMOUNT.
013830     MOVE SCN-RPE-AVERAGE (SCN-RX)    TO SCN-RPT-DET-AVERAGE.
013840     MOVE SCN-RPE-STATE (SCN-RX)      TO SCN-RPT-DET-STATE.
013850     MOVE SCN-RPE-FIRST-FLAGGED (SCN-RX) TO SCN-RPT-DET-FIRST.
013860
013870     IF SOM-SCF-SPLIT-YES
013880         MOVE "S" TO SCN-RPT-DET-SPLIT
013890     END-IF.
013900     IF SOM-SCF-CLOSED-CC-YES
013910         MOVE "C" TO SCN-RPT-DET-CLOSED
013920     END-IF.
013930     IF SOM-SCF-ABOVE-AVG-YES
013940         MOVE "A" TO SCN-RPT-DET-ABOVE-AVG
013950     END-IF.
013960     IF SOM-SCF-NEW-CC-YES
013970         MOVE "N" TO SCN-RPT-DET-NEW-CC
013980     END-IF.
013990     IF SOM-SCF-ROUND-YES
014000         MOVE "R" TO SCN-RPT-DET-ROUND
014010     END-IF.
014020
014030     PERFORM 6900-WRITE-REPORT-LINE
014040         THRU 6900-WRITE-REPORT-LINE-EXIT.
014050
014060 6110-PRINT-IF-SCORE-EXIT.
014070     EXIT.
014080
014090******************************************************************
014100* 6900-WRITE-REPORT-LINE - MOVE THE WORK LINE TO THE REPORT
014110*                         RECORD, WRITE IT AND CHECK THE STATUS
014120******************************************************************
014130 6900-WRITE-REPORT-LINE.
014140
014150     MOVE SCN-RPT-WORK-LINE TO SOM-SCREEN-REPORT-LINE.
014160     WRITE SOM-SCREEN-REPORT-LINE.
014170
014180     IF NOT SCN-RPT-OK
014190         DISPLAY "SOMSCRN: SOMSCRPT WRITE FAILED, STATUS "
014200             SCN-RPT-STATUS
014210         MOVE "Y" TO SCN-FAIL-SWITCH
014220     END-IF.
014230
014240 6900-WRITE-REPORT-LINE-EXIT.
014250     EXIT.
014260
014270******************************************************************
014280* 7000-TERMINATE - CLOSE THE FILES AND SET THE COMPLETION CODE: 8
014290*                 WHEN THE FLAG FILE OR REPORT COULD NOT BE
014300*                 WRITTEN, 4 WHEN THERE ARE NEW FLAGS FOR AUDIT TO
014310*                 REVIEW OR THE TABLES OVERFLOWED, OTHERWISE 0
014320******************************************************************
014330 7000-TERMINATE.
014340
014350     IF SCN-INIT-FAILED
014360         GO TO 7000-TERMINATE-EXIT
014370     END-IF.
014380
014390     DISPLAY "SOMSCRN: SCREENED " SCN-SCREENED-COUNT
014400         " NEW FLAGS " SCN-NEW-COUNT
014410         " STILL OPEN " SCN-OPEN-COUNT.
014420
014430     CLOSE REPORT-FILE.
014440     CLOSE FLAG-FILE.
014450     CLOSE COSTCTR-FILE.
014460
014470     IF SCN-HIS-PRESENT-YES
014480         CLOSE HISTORY-FILE
014490     END-IF.
014500
014510     IF SCN-FAIL-YES
014520         MOVE 8 TO RETURN-CODE
014530     ELSE
014540         IF SCN-NEW-COUNT > 0 OR SCN-WARN-YES
014550             MOVE 4 TO RETURN-CODE
014560         ELSE
014570             MOVE 0 TO RETURN-CODE
014580         END-IF
014590     END-IF.
014600
014610 7000-TERMINATE-EXIT.
014620     EXIT.
014630
014640******************************************************************
014650* 8000-START-HISTORY - POSITION SOMTHIST ON THE KEY IN THE RECORD
014660*                     AREA FOR A SEQUENTIAL PASS
014670******************************************************************
014680 8000-START-HISTORY.
014690
014700     MOVE "N" TO SCN-HIS-EOF-SWITCH.
014710
014720     START HISTORY-FILE
014730         KEY IS NOT LESS THAN SOM-HIS-KEY
014740         INVALID KEY
014750             MOVE "Y" TO SCN-HIS-EOF-SWITCH
014760     END-START.
014770
014780 8000-START-HISTORY-EXIT.
014790     EXIT.
014800
014810******************************************************************
014820* 8010-READ-HISTORY - NEXT SOMTHIST RECORD; A RECORD PAST THE
014830*                    CYCLE DATE ENDS THE PASS (A RERUN OF AN
014840*                    EARLIER CYCLE SCREENS AS THAT NIGHT WOULD
014850*                    HAVE)
014860******************************************************************
014870 8010-READ-HISTORY.
014880
014890     READ HISTORY-FILE NEXT RECORD
014900         AT END
014910             MOVE "Y" TO SCN-HIS-EOF-SWITCH
014920             GO TO 8010-READ-HISTORY-EXIT
014930     END-READ.
014940
014950     IF NOT SCN-HIS-OK
014960         DISPLAY "SOMSCRN: SOMTHIST READ FAILED, STATUS "
014970             SCN-HIS-STATUS
014980         MOVE "Y" TO SCN-HIS-EOF-SWITCH
014990         MOVE "Y" TO SCN-FAIL-SWITCH
015000         GO TO 8010-READ-HISTORY-EXIT
015010     END-IF.
015020
015030     IF SOM-HIS-RUN-DATE > SCN-CYCLE-DATE
015040         MOVE "Y" TO SCN-HIS-EOF-SWITCH
015050         GO TO 8010-READ-HISTORY-EXIT
015060     END-IF.
015070
015080     ADD 1 TO SCN-READ-COUNT.
015090
015100 8010-READ-HISTORY-EXIT.
015110     EXIT.
015120
015130******************************************************************
015140* 8100-FIND-EMPLOYEE - BINARY SEARCH OF THE EMPLOYEE TABLE FOR
015150*                     SCN-SEEK-KEY.  ON A HIT SCN-HIT-EX IS THE
015160*                     ENTRY; ON A MISS SCN-LO IS WHERE IT BELONGS.
015170******************************************************************
015180 8100-FIND-EMPLOYEE.
015190
015200     MOVE "N" TO SCN-FOUND-SWITCH.
015210     MOVE 0   TO SCN-HIT-EX.
015220     MOVE 1   TO SCN-LO.
015230     MOVE SCN-EMP-COUNT TO SCN-HI.
015240
015250     PERFORM 8110-PROBE-EMPLOYEE
015260         THRU 8110-PROBE-EMPLOYEE-EXIT
015270         UNTIL SCN-FOUND-YES OR SCN-LO > SCN-HI.
015280
015290 8100-FIND-EMPLOYEE-EXIT.
015300     EXIT.
015310
015320******************************************************************
015330* 8110-PROBE-EMPLOYEE - HALVE THE SEARCH RANGE ONCE
015340******************************************************************
015350 8110-PROBE-EMPLOYEE.
015360
015370     COMPUTE SCN-MID = (SCN-LO + SCN-HI) / 2.
015380
015390     IF SCN-EMT-TRAN-KEY (SCN-MID) = SCN-SEEK-KEY
015400         MOVE "Y"     TO SCN-FOUND-SWITCH
015410         MOVE SCN-MID TO SCN-HIT-EX
015420     ELSE
015430         IF SCN-EMT-TRAN-KEY (SCN-MID) < SCN-SEEK-KEY
015440             COMPUTE SCN-LO = SCN-MID + 1
015450         ELSE
015460             COMPUTE SCN-HI = SCN-MID - 1
015470         END-IF
015480     END-IF.
015490
015500 8110-PROBE-EMPLOYEE-EXIT.
015510     EXIT.
015520
015530******************************************************************
015540* 8200-INSERT-EMPLOYEE - OPEN A SLOT AT SCN-LO (SET BY THE MISSED
015550*                       SEARCH) AND START THE NEW EMPLOYEE THERE
015560******************************************************************
015570 8200-INSERT-EMPLOYEE.
015580
015590     PERFORM 8210-SHIFT-ONE-EMPLOYEE
015600         THRU 8210-SHIFT-ONE-EMPLOYEE-EXIT
015610         VARYING SCN-EX FROM SCN-EMP-COUNT BY -1
015620         UNTIL SCN-EX < SCN-LO.
015630
015640     MOVE SCN-SEEK-KEY TO SCN-EMT-TRAN-KEY (SCN-LO).
015650     MOVE 0            TO SCN-EMT-FIRST-ITEM (SCN-LO).
015660     MOVE 0            TO SCN-EMT-HIST-COUNT (SCN-LO).
015670     MOVE ZERO         TO SCN-EMT-HIST-SUM (SCN-LO).
015680     ADD 1 TO SCN-EMP-COUNT.
015690
015700 8200-INSERT-EMPLOYEE-EXIT.
015710     EXIT.
015720
015730******************************************************************
015740* 8210-SHIFT-ONE-EMPLOYEE - MOVE ONE ENTRY DOWN A SLOT
015750******************************************************************
015760 8210-SHIFT-ONE-EMPLOYEE.
015770
015780     MOVE SCN-EMP-ENTRY (SCN-EX) TO SCN-EMP-ENTRY (SCN-EX + 1).
015790
015800 8210-SHIFT-ONE-EMPLOYEE-EXIT.
015810     EXIT.
015820
015830 END PROGRAM SOMSCRN.
