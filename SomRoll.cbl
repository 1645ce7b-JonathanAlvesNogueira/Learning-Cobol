000010******************************************************************
000020* PROGRAM:     SOMROLL
000030* AUTHOR:      J. ALVES NOGUEIRA
000040* INSTALLATION: LEARNING-COBOL BATCH SHOP
000050* DATE-WRITTEN: 2026-10-01
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     NIGHTLY COST-CENTER ROLLUP REPORT.  GROUPS THE
000090*              SOMCCM COST CENTERS BY THE SOMCCH HIERARCHY
000100*              (MAINTAINED BY CCHMAINT) INTO DEPARTMENTS,
000110*              DIVISIONS AND REGIONS AND PRINTS, FOR EVERY
000120*              CENTER AND AT EVERY LEVEL, TONIGHT'S POSTED SPEND
000130*              (FROM THE SOMEXT EXTRACT), THE PERIOD-TO-DATE
000140*              SPEND (SOMCCM), THE PERIOD'S BUDGET (SOMBUDG) AND
000150*              THE VARIANCE (BUDGET LESS PERIOD-TO-DATE), WITH A
000160*              SUBTOTAL AT EVERY BREAK AND A GRAND TOTAL.  ANY
000170*              CENTER NOT REACHED THROUGH THE HIERARCHY - NO
000180*              CENTER NODE, A BROKEN CHAIN ABOVE IT, OR AN
000190*              EXTRACT CENTER NOT ON SOMCCM - IS PRINTED IN AN
000200*              UNASSIGNED GROUP SO NOTHING DROPS OUT OF THE
000210*              TOTALS.  THE GRAND TOTAL OF TONIGHT'S SPEND, PLUS
000220*              ANY AMOUNT BROUGHT FORWARD ON A RESTART, IS TIED
000230*              TO THE SOMEXT RUN TOTAL RECORD.
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY:
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-01 JAN   ORIGINAL VERSION - MANAGEMENT REPORTING HAD
000280*                    BEEN RE-TOTALLING SOMBVRPT BY HAND INTO
000290*                    DEPARTMENTS, DIVISIONS AND REGIONS.
000300* Tectonics: cobc
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. SOMROLL.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT HIERARCHY-FILE ASSIGN "SOMCCH"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS SOM-CCH-CODE
000420         FILE STATUS IS SRL-CCH-STATUS.
000430
000440     SELECT COSTCTR-FILE ASSIGN "SOMCCM"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS SOM-CCM-CODE
000480         FILE STATUS IS SRL-CCM-STATUS.
000490
000500     SELECT BUDGET-FILE ASSIGN "SOMBUDG"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS SOM-BUD-KEY
000540         FILE STATUS IS SRL-BUD-STATUS.
000550
000560     SELECT EXTRACT-FILE ASSIGN "SOMEXT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS SRL-EXT-STATUS.
000590
000600     SELECT REPORT-FILE ASSIGN "SOMRLRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS SRL-RPT-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  HIERARCHY-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY SOMCCH.
000690
000700 FD  COSTCTR-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 COPY SOMCCM.
000730
000740 FD  BUDGET-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 COPY SOMBUDG.
000770
000780 FD  EXTRACT-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 COPY SOMEXT.
000810
000820 FD  REPORT-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 COPY SOMRLRPT.
000850
000860 WORKING-STORAGE SECTION.
000870 77  SRL-CCH-STATUS              PIC X(02) VALUE "00".
000880     88  SRL-CCH-OK                         VALUE "00".
000890     88  SRL-CCH-EOF                        VALUE "10".
000900     88  SRL-CCH-FILE-NOT-FOUND             VALUE "35".
000910
000920 77  SRL-CCM-STATUS              PIC X(02) VALUE "00".
000930     88  SRL-CCM-OK                         VALUE "00".
000940     88  SRL-CCM-EOF                        VALUE "10".
000950
000960 77  SRL-BUD-STATUS              PIC X(02) VALUE "00".
000970     88  SRL-BUD-OK                         VALUE "00".
000980     88  SRL-BUD-NOT-FOUND                  VALUE "23".
000990
001000 77  SRL-EXT-STATUS              PIC X(02) VALUE "00".
001010     88  SRL-EXT-OK                         VALUE "00".
001020     88  SRL-EXT-EOF                        VALUE "10".
001030
001040 77  SRL-RPT-STATUS              PIC X(02) VALUE "00".
001050     88  SRL-RPT-OK                         VALUE "00".
001060
001070 77  SRL-INIT-STATUS-SWITCH      PIC X(01) VALUE "Y".
001080     88  SRL-INIT-OK                        VALUE "Y".
001090     88  SRL-INIT-FAILED                    VALUE "N".
001100
001110 77  SRL-EOF-SWITCH              PIC X(01) VALUE "N".
001120     88  SRL-EOF-YES                        VALUE "Y".
001130     88  SRL-EOF-NO                         VALUE "N".
001140
001150 77  SRL-HIERARCHY-SWITCH        PIC X(01) VALUE "Y".
001160     88  SRL-HIERARCHY-YES                  VALUE "Y".
001170     88  SRL-HIERARCHY-NO                   VALUE "N".
001180
001190 77  SRL-TOT-FOUND-SWITCH        PIC X(01) VALUE "N".
001200     88  SRL-TOT-FOUND-YES                  VALUE "Y".
001210     88  SRL-TOT-FOUND-NO                   VALUE "N".
001220
001230 77  SRL-WARN-SWITCH             PIC X(01) VALUE "N".
001240     88  SRL-WARN-YES                       VALUE "Y".
001250     88  SRL-WARN-NO                        VALUE "N".
001260
001270 77  SRL-CYCLE-DATE              PIC 9(08) VALUE ZEROS.
001280 77  SRL-PERIOD                  PIC 9(06) VALUE ZEROS.
001290 77  SRL-EXT-RUN-DATE            PIC 9(08) VALUE ZEROS.
001300
001310 77  SRL-BFW-AMOUNT              PIC S9(9)V99 COMP-3 VALUE ZERO.
001320 77  SRL-TOT-AMOUNT              PIC S9(9)V99 COMP-3 VALUE ZERO.
001330 77  SRL-DIFFERENCE              PIC S9(9)V99 COMP-3 VALUE ZERO.
001340
001350 77  SRL-CENTER-COUNT            PIC 9(05) COMP VALUE 0.
001360 77  SRL-UNASSIGNED-COUNT        PIC 9(05) COMP VALUE 0.
001370 77  SRL-ACTIVE-UNASSIGNED       PIC 9(05) COMP VALUE 0.
001380
001390******************************************************************
001400* SRL-LINE-AMOUNTS - THE FIGURES FOR THE LINE BEING PRINTED; THE
001410* VARIANCE IS WORKED OUT FROM THEM BY 8400.
001420******************************************************************
001430 01  SRL-LINE-AMOUNTS.
001440     05  SRL-LIN-RUN                 PIC S9(9)V99 COMP-3.
001450     05  SRL-LIN-PTD                 PIC S9(9)V99 COMP-3.
001460     05  SRL-LIN-BUDGET              PIC S9(9)V99 COMP-3.
001470     05  SRL-LIN-VARIANCE            PIC S9(9)V99 COMP-3.
001480
001490******************************************************************
001500* SRL-LEVEL-TOTALS - ONE ACCUMULATOR PER BREAK LEVEL: 1 = THE
001510* DEPARTMENT (OR THE UNASSIGNED GROUP), 2 = DIVISION, 3 = REGION,
001520* 4 = GRAND TOTAL.  AT EACH BREAK THE LEVEL IS PRINTED, ADDED TO
001530* THE LEVEL ABOVE AND CLEARED (8300).
001540******************************************************************
001550 77  SRL-LVL-DEPT                PIC 9(01) VALUE 1.
001560 77  SRL-LVL-DIV                 PIC 9(01) VALUE 2.
001570 77  SRL-LVL-REGION              PIC 9(01) VALUE 3.
001580 77  SRL-LVL-GRAND               PIC 9(01) VALUE 4.
001590 77  SRL-LX                      PIC 9(01) VALUE 0.
001600 77  SRL-LX-UP                   PIC 9(01) VALUE 0.
001610
001620 01  SRL-LEVEL-TOTALS.
001630     05  SRL-LEVEL-ENTRY OCCURS 4 TIMES.
001640         10  SRL-LVT-RUN             PIC S9(9)V99 COMP-3.
001650         10  SRL-LVT-PTD             PIC S9(9)V99 COMP-3.
001660         10  SRL-LVT-BUDGET          PIC S9(9)V99 COMP-3.
001670
001680******************************************************************
001690* SRL-CENTER-TABLE - EVERY SOMCCM CENTER, LOADED IN CODE ORDER
001700* WITH ITS PERIOD-TO-DATE SPEND AND BUDGET, PLUS TONIGHT'S SPEND
001710* SUMMED OVER ITS SOMEXT RECORDS (ONE PER CURRENCY).  AN EXTRACT
001720* CENTER NOT ON SOMCCM IS INSERTED IN ORDER, MARKED OFF-MASTER.
001730******************************************************************
001740 77  SRL-CTR-MAX                 PIC 9(05) COMP VALUE 1000.
001750 77  SRL-CTR-COUNT               PIC 9(05) COMP VALUE 0.
001760 77  SRL-TX                      PIC 9(05) COMP VALUE 0.
001770 77  SRL-HIT-TX                  PIC 9(05) COMP VALUE 0.
001780 77  SRL-LO                      PIC 9(05) COMP VALUE 0.
001790 77  SRL-HI                      PIC 9(05) COMP VALUE 0.
001800 77  SRL-MID                     PIC 9(05) COMP VALUE 0.
001810 77  SRL-SEEK-CENTER             PIC X(04) VALUE SPACES.
001820
001830 01  SRL-CENTER-TABLE.
001840     05  SRL-CTR-ENTRY OCCURS 1000 TIMES.
001850         10  SRL-CTT-CODE            PIC X(04).
001860         10  SRL-CTT-DESC            PIC X(20).
001870         10  SRL-CTT-STATE           PIC X(01).
001880             88  SRL-CTT-ACTIVE                 VALUE "A".
001890             88  SRL-CTT-OFF-MASTER             VALUE "?".
001900         10  SRL-CTT-ASSIGNED        PIC X(01).
001910             88  SRL-CTT-ASSIGNED-YES           VALUE "Y".
001920         10  SRL-CTT-RUN             PIC S9(9)V99 COMP-3.
001930         10  SRL-CTT-PTD             PIC S9(9)V99 COMP-3.
001940         10  SRL-CTT-BUDGET          PIC S9(9)V99 COMP-3.
001950
001960******************************************************************
001970* SRL-NODE-TABLE - THE WHOLE SOMCCH HIERARCHY IN CODE ORDER.  THE
001980* REPORT WALKS IT TOP DOWN: EACH REGION, THE DIVISIONS NAMING IT
001990* AS PARENT, THEIR DEPARTMENTS, THEIR CENTERS.
002000******************************************************************
002010 77  SRL-NODE-MAX                PIC 9(05) COMP VALUE 2000.
002020 77  SRL-NODE-COUNT              PIC 9(05) COMP VALUE 0.
002030 77  SRL-RX                      PIC 9(05) COMP VALUE 0.
002040 77  SRL-VX                      PIC 9(05) COMP VALUE 0.
002050 77  SRL-DX                      PIC 9(05) COMP VALUE 0.
002060 77  SRL-CX                      PIC 9(05) COMP VALUE 0.
002070
002080 01  SRL-NODE-TABLE.
002090     05  SRL-NODE-ENTRY OCCURS 2000 TIMES.
002100         10  SRL-NDT-CODE            PIC X(06).
002110         10  SRL-NDT-LEVEL           PIC X(01).
002120         10  SRL-NDT-PARENT          PIC X(06).
002130         10  SRL-NDT-DESC            PIC X(20).
002140
002150******************************************************************
002160* SRL-NODE-CENTER - A CENTER NODE'S CODE, SPLIT SO ITS FOUR-
002170* CHARACTER SOMCCM CODE CAN BE LOOKED UP IN THE CENTER TABLE.
002180******************************************************************
002190 01  SRL-NODE-CENTER.
002200     05  SRL-NDC-CODE                PIC X(04).
002210     05  SRL-NDC-REST                PIC X(02).
002220
002230******************************************************************
002240* SRL-RPT-WORK-LINE AND ITS REDEFINES - THE REPORT LINE IS BUILT
002250* HERE IN WORKING STORAGE, THEN MOVED INTO THE REPORT-FILE
002260* RECORD JUST BEFORE EACH WRITE.
002270******************************************************************
002280 01  SRL-RPT-WORK-LINE               PIC X(080) VALUE SPACES.
002290
002300 01  SRL-RPT-HEADING REDEFINES SRL-RPT-WORK-LINE.
002310     05  SRL-RPT-HDG-LABEL           PIC X(36).
002320     05  SRL-RPT-HDG-DATE            PIC 9(08).
002330     05  FILLER                      PIC X(02).
002340     05  SRL-RPT-HDG-PER-LABEL       PIC X(07).
002350     05  SRL-RPT-HDG-PERIOD          PIC 9(06).
002360     05  FILLER                      PIC X(21).
002370
002380 01  SRL-RPT-COLUMNS REDEFINES SRL-RPT-WORK-LINE.
002390     05  SRL-RPT-COL-LABEL           PIC X(24).
002400     05  SRL-RPT-COL-RUN             PIC X(14).
002410     05  SRL-RPT-COL-PTD             PIC X(14).
002420     05  SRL-RPT-COL-BUDGET          PIC X(14).
002430     05  SRL-RPT-COL-VARIANCE        PIC X(14).
002440
002450 01  SRL-RPT-DETAIL REDEFINES SRL-RPT-WORK-LINE.
002460     05  FILLER                      PIC X(01).
002470     05  SRL-RPT-DET-TAG             PIC X(04).
002480     05  SRL-RPT-DET-CODE            PIC X(06).
002490     05  FILLER                      PIC X(01).
002500     05  SRL-RPT-DET-DESC            PIC X(12).
002510     05  FILLER                      PIC X(01).
002520     05  SRL-RPT-DET-RUN             PIC -(9)9.99.
002530     05  FILLER                      PIC X(01).
002540     05  SRL-RPT-DET-PTD             PIC -(9)9.99.
002550     05  FILLER                      PIC X(01).
002560     05  SRL-RPT-DET-BUDGET          PIC -(9)9.99.
002570     05  FILLER                      PIC X(01).
002580     05  SRL-RPT-DET-VARIANCE        PIC -(9)9.99.
002590
002600 01  SRL-RPT-TIE REDEFINES SRL-RPT-WORK-LINE.
002610     05  SRL-RPT-TIE-LABEL           PIC X(40).
002620     05  SRL-RPT-TIE-AMOUNT          PIC -(9)9.99.
002630     05  FILLER                      PIC X(02).
002640     05  SRL-RPT-TIE-FLAG            PIC X(25).
002650
002660 01  SRL-RPT-TIE-DATED REDEFINES SRL-RPT-WORK-LINE.
002670     05  SRL-RPT-TDT-LABEL           PIC X(40).
002680     05  SRL-RPT-TDT-DATE            PIC 9(08).
002690     05  FILLER                      PIC X(07).
002700     05  SRL-RPT-TDT-FLAG            PIC X(25).
002710
002720 01  SRL-RPT-TOTAL REDEFINES SRL-RPT-WORK-LINE.
002730     05  SRL-RPT-TOT-LABEL           PIC X(40).
002740     05  SRL-RPT-TOT-COUNT           PIC ZZZZ9.
002750     05  FILLER                      PIC X(35).
002760
002770 LINKAGE SECTION.
002780 01  SRL-LINK-CYCLE-DATE         PIC 9(08).
002790
002800 PROCEDURE DIVISION USING SRL-LINK-CYCLE-DATE.
002810******************************************************************
002820* 0000-MAINLINE
002830******************************************************************
002840 0000-MAINLINE.
002850
002860     PERFORM 1000-INITIALIZE
002870         THRU 1000-INITIALIZE-EXIT.
002880
002890     IF SRL-INIT-OK
002900         PERFORM 2000-LOAD-CENTERS
002910             THRU 2000-LOAD-CENTERS-EXIT
002920         PERFORM 2300-LOAD-EXTRACT
002930             THRU 2300-LOAD-EXTRACT-EXIT
002940         PERFORM 2600-LOAD-HIERARCHY
002950             THRU 2600-LOAD-HIERARCHY-EXIT
002960         PERFORM 3000-PRINT-ROLLUP
002970             THRU 3000-PRINT-ROLLUP-EXIT
002980         PERFORM 4000-PRINT-UNASSIGNED
002990             THRU 4000-PRINT-UNASSIGNED-EXIT
003000         PERFORM 5000-PRINT-TIE-OUT
003010             THRU 5000-PRINT-TIE-OUT-EXIT
003020     END-IF.
003030
003040     PERFORM 6000-TERMINATE
003050         THRU 6000-TERMINATE-EXIT.
003060
003070     GOBACK.
003080
003090******************************************************************
003100* 1000-INITIALIZE - TAKE THE CYCLE DATE, WORK OUT THE FISCAL
003110*                  PERIOD, OPEN THE FILES AND PRINT THE HEADING.
003120*                  NO HIERARCHY FILE YET IS NOT AN ERROR: EVERY
003130*                  CENTER THEN PRINTS AS UNASSIGNED.
003140******************************************************************
003150 1000-INITIALIZE.
003160
003170*    CALLED BY NIGHTDRV THE CYCLE DATE IS PASSED; STANDALONE THE
003180*    RUN REPORTS AS OF TODAY.
003190     IF ADDRESS OF SRL-LINK-CYCLE-DATE NOT = NULL
003200         MOVE SRL-LINK-CYCLE-DATE TO SRL-CYCLE-DATE
003210     ELSE
003220         ACCEPT SRL-CYCLE-DATE FROM DATE YYYYMMDD
003230     END-IF.
003240
003250     DIVIDE SRL-CYCLE-DATE BY 100 GIVING SRL-PERIOD.
003260
003270     INITIALIZE SRL-LEVEL-TOTALS.
003280
003290     OPEN INPUT HIERARCHY-FILE.
003300
003310     IF SRL-CCH-FILE-NOT-FOUND
003320         DISPLAY "SOMROLL: NO SOMCCH HIERARCHY FILE, ALL "
003330             "CENTERS REPORTED UNASSIGNED"
003340         MOVE "N" TO SRL-HIERARCHY-SWITCH
003350     ELSE
003360         IF NOT SRL-CCH-OK
003370             DISPLAY "SOMROLL: UNABLE TO OPEN SOMCCH, STATUS "
003380                 SRL-CCH-STATUS
003390             MOVE 8 TO RETURN-CODE
003400             MOVE "N" TO SRL-INIT-STATUS-SWITCH
003410             GO TO 1000-INITIALIZE-EXIT
003420         END-IF
003430     END-IF.
003440
003450     OPEN INPUT COSTCTR-FILE.
003460
003470     IF NOT SRL-CCM-OK
003480         DISPLAY "SOMROLL: UNABLE TO OPEN SOMCCM, STATUS "
003490             SRL-CCM-STATUS
003500         MOVE 8 TO RETURN-CODE
003510         MOVE "N" TO SRL-INIT-STATUS-SWITCH
003520         GO TO 1000-INITIALIZE-EXIT
003530     END-IF.
003540
003550     OPEN INPUT BUDGET-FILE.
003560
003570     IF NOT SRL-BUD-OK
003580         DISPLAY "SOMROLL: UNABLE TO OPEN SOMBUDG, STATUS "
003590             SRL-BUD-STATUS
003600         MOVE 8 TO RETURN-CODE
003610         MOVE "N" TO SRL-INIT-STATUS-SWITCH
003620         GO TO 1000-INITIALIZE-EXIT
003630     END-IF.
003640
003650     OPEN INPUT EXTRACT-FILE.
003660
003670     IF NOT SRL-EXT-OK
003680         DISPLAY "SOMROLL: UNABLE TO OPEN SOMEXT, STATUS "
003690             SRL-EXT-STATUS
003700         MOVE 8 TO RETURN-CODE
003710         MOVE "N" TO SRL-INIT-STATUS-SWITCH
003720         GO TO 1000-INITIALIZE-EXIT
003730     END-IF.
003740
003750     OPEN OUTPUT REPORT-FILE.
003760
003770     IF NOT SRL-RPT-OK
003780         DISPLAY "SOMROLL: UNABLE TO OPEN SOMRLRPT, STATUS "
003790             SRL-RPT-STATUS
003800         MOVE 8 TO RETURN-CODE
003810         MOVE "N" TO SRL-INIT-STATUS-SWITCH
003820         GO TO 1000-INITIALIZE-EXIT
003830     END-IF.
003840
003850     MOVE SPACES TO SRL-RPT-WORK-LINE.
003860     MOVE "COST-CENTER ROLLUP REPORT  CYCLE "
003870         TO SRL-RPT-HDG-LABEL.
003880     MOVE SRL-CYCLE-DATE TO SRL-RPT-HDG-DATE.
003890     MOVE "PERIOD " TO SRL-RPT-HDG-PER-LABEL.
003900     MOVE SRL-PERIOD TO SRL-RPT-HDG-PERIOD.
003910     PERFORM 8900-WRITE-REPORT-LINE
003920         THRU 8900-WRITE-REPORT-LINE-EXIT.
003930
003940     MOVE SPACES TO SRL-RPT-WORK-LINE.
003950     PERFORM 8900-WRITE-REPORT-LINE
003960         THRU 8900-WRITE-REPORT-LINE-EXIT.
003970
003980     MOVE " LVL CODE   DESCRIPTION " TO SRL-RPT-COL-LABEL.
003990     MOVE "       TONIGHT" TO SRL-RPT-COL-RUN.
004000     MOVE "PERIOD-TO-DATE" TO SRL-RPT-COL-PTD.
004010     MOVE "        BUDGET" TO SRL-RPT-COL-BUDGET.
004020     MOVE "      VARIANCE" TO SRL-RPT-COL-VARIANCE.
004030     PERFORM 8900-WRITE-REPORT-LINE
004040         THRU 8900-WRITE-REPORT-LINE-EXIT.
004050
004060 1000-INITIALIZE-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100* 2000-LOAD-CENTERS - TABLE EVERY SOMCCM CENTER WITH ITS PERIOD-
004110*                    TO-DATE SPEND (ONLY WHEN THE MASTER'S PTD
004120*                    PERIOD IS THE CYCLE'S PERIOD) AND ITS BUDGET
004130*                    FOR THE PERIOD
004140******************************************************************
004150 2000-LOAD-CENTERS.
004160
004170     MOVE "N" TO SRL-EOF-SWITCH.
004180     MOVE LOW-VALUES TO SOM-CCM-CODE.
004190
004200     START COSTCTR-FILE
004210         KEY IS NOT LESS THAN SOM-CCM-CODE
004220         INVALID KEY
004230             MOVE "Y" TO SRL-EOF-SWITCH
004240     END-START.
004250
004260     PERFORM 2100-LOAD-ONE-CENTER
004270         THRU 2100-LOAD-ONE-CENTER-EXIT
004280         UNTIL SRL-EOF-YES.
004290
004300 2000-LOAD-CENTERS-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340* 2100-LOAD-ONE-CENTER - READ THE NEXT MASTER RECORD INTO THE
004350*                       TABLE
004360******************************************************************
004370 2100-LOAD-ONE-CENTER.
004380
004390     READ COSTCTR-FILE NEXT RECORD
004400         AT END
004410             MOVE "Y" TO SRL-EOF-SWITCH
004420             GO TO 2100-LOAD-ONE-CENTER-EXIT
004430     END-READ.
004440
004450     IF SRL-CTR-COUNT >= SRL-CTR-MAX
004460         DISPLAY "SOMROLL: CENTER TABLE FULL AT "
004470             SOM-CCM-CODE ", REST NOT REPORTED"
004480         MOVE "Y" TO SRL-WARN-SWITCH
004490         MOVE "Y" TO SRL-EOF-SWITCH
004500         GO TO 2100-LOAD-ONE-CENTER-EXIT
004510     END-IF.
004520
004530     ADD 1 TO SRL-CTR-COUNT.
004540     MOVE SRL-CTR-COUNT TO SRL-TX.
004550
004560     MOVE SOM-CCM-CODE  TO SRL-CTT-CODE (SRL-TX).
004570     MOVE SOM-CCM-DESC  TO SRL-CTT-DESC (SRL-TX).
004580     MOVE SOM-CCM-STATE TO SRL-CTT-STATE (SRL-TX).
004590     MOVE "N"           TO SRL-CTT-ASSIGNED (SRL-TX).
004600     MOVE ZERO          TO SRL-CTT-RUN (SRL-TX).
004610
004620     IF SOM-CCM-PTD-PERIOD = SRL-PERIOD
004630         MOVE SOM-CCM-PTD-AMOUNT TO SRL-CTT-PTD (SRL-TX)
004640     ELSE
004650         MOVE ZERO TO SRL-CTT-PTD (SRL-TX)
004660     END-IF.
004670
004680     PERFORM 2200-LOOK-UP-BUDGET
004690         THRU 2200-LOOK-UP-BUDGET-EXIT.
004700
004710 2100-LOAD-ONE-CENTER-EXIT.
004720     EXIT.
004730
004740******************************************************************
004750* 2200-LOOK-UP-BUDGET - READ THE TABLED CENTER'S BUDGET RECORD
004760*                      FOR THE PERIOD; NONE MEANS A ZERO BUDGET
004770******************************************************************
004780 2200-LOOK-UP-BUDGET.
004790
004800     MOVE ZERO TO SRL-CTT-BUDGET (SRL-TX).
004810
004820     MOVE SRL-CTT-CODE (SRL-TX) TO SOM-BUD-COST-CENTER.
004830     MOVE SRL-PERIOD            TO SOM-BUD-PERIOD.
004840
004850     READ BUDGET-FILE
004860         KEY IS SOM-BUD-KEY
004870         INVALID KEY
004880             GO TO 2200-LOOK-UP-BUDGET-EXIT
004890     END-READ.
004900
004910     IF SRL-BUD-OK
004920         MOVE SOM-BUD-AMOUNT TO SRL-CTT-BUDGET (SRL-TX)
004930     END-IF.
004940
004950 2200-LOOK-UP-BUDGET-EXIT.
004960     EXIT.
004970
004980******************************************************************
004990* 2300-LOAD-EXTRACT - READ TONIGHT'S SOMEXT EXTRACT: EACH COST-
005000*                    CENTER RECORD ADDS TO ITS CENTER'S SPEND,
005010*                    THE "*BFW" RECORD GIVES THE AMOUNT BROUGHT
005020*                    FORWARD ON A RESTART AND THE "*TOT" RECORD
005030*                    THE RUN TOTAL THE REPORT MUST TIE TO
005040******************************************************************
005050 2300-LOAD-EXTRACT.
005060
005070     MOVE "N" TO SRL-EOF-SWITCH.
005080
005090     PERFORM 2400-LOAD-ONE-EXTRACT
005100         THRU 2400-LOAD-ONE-EXTRACT-EXIT
005110         UNTIL SRL-EOF-YES.
005120
005130 2300-LOAD-EXTRACT-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170* 2400-LOAD-ONE-EXTRACT - READ AND APPLY ONE EXTRACT RECORD
005180******************************************************************
005190 2400-LOAD-ONE-EXTRACT.
005200
005210     READ EXTRACT-FILE
005220         AT END
005230             MOVE "Y" TO SRL-EOF-SWITCH
005240             GO TO 2400-LOAD-ONE-EXTRACT-EXIT
005250     END-READ.
005260
005270     IF SRL-EXT-RUN-DATE = ZEROS
005280         MOVE SOM-EXT-RUN-DATE TO SRL-EXT-RUN-DATE
005290     END-IF.
005300
005310     IF SOM-EXT-RUN-TOTAL
005320         MOVE "Y" TO SRL-TOT-FOUND-SWITCH
005330         MOVE SOM-EXT-TOTAL-AMOUNT TO SRL-TOT-AMOUNT
005340         GO TO 2400-LOAD-ONE-EXTRACT-EXIT
005350     END-IF.
005360
005370     IF SOM-EXT-BROUGHT-FWD
005380         ADD SOM-EXT-TOTAL-AMOUNT TO SRL-BFW-AMOUNT
005390         GO TO 2400-LOAD-ONE-EXTRACT-EXIT
005400     END-IF.
005410
005420     MOVE SOM-EXT-COST-CENTER TO SRL-SEEK-CENTER.
005430     PERFORM 8100-FIND-CENTER
005440         THRU 8100-FIND-CENTER-EXIT.
005450
005460     IF SRL-HIT-TX = 0
005470         IF SRL-CTR-COUNT >= SRL-CTR-MAX
005480             DISPLAY "SOMROLL: CENTER TABLE FULL AT "
005490                 SOM-EXT-COST-CENTER ", EXTRACT NOT REPORTED"
005500             MOVE "Y" TO SRL-WARN-SWITCH
005510             GO TO 2400-LOAD-ONE-EXTRACT-EXIT
005520         END-IF
005530         PERFORM 8200-INSERT-CENTER
005540             THRU 8200-INSERT-CENTER-EXIT
005550     END-IF.
005560
005570     ADD SOM-EXT-TOTAL-AMOUNT TO SRL-CTT-RUN (SRL-HIT-TX).
005580
005590 2400-LOAD-ONE-EXTRACT-EXIT.
005600     EXIT.
005610
005620******************************************************************
005630* 2600-LOAD-HIERARCHY - TABLE THE WHOLE SOMCCH HIERARCHY
005640******************************************************************
005650 2600-LOAD-HIERARCHY.
005660
005670     IF SRL-HIERARCHY-NO
005680         GO TO 2600-LOAD-HIERARCHY-EXIT
005690     END-IF.
005700
005710     MOVE "N" TO SRL-EOF-SWITCH.
005720     MOVE LOW-VALUES TO SOM-CCH-CODE.
005730
005740     START HIERARCHY-FILE
005750         KEY IS NOT LESS THAN SOM-CCH-CODE
005760         INVALID KEY
005770             MOVE "Y" TO SRL-EOF-SWITCH
005780     END-START.
005790
005800     PERFORM 2700-LOAD-ONE-NODE
005810         THRU 2700-LOAD-ONE-NODE-EXIT
005820         UNTIL SRL-EOF-YES.
005830
005840 2600-LOAD-HIERARCHY-EXIT.
005850     EXIT.
005860
005870******************************************************************
005880* 2700-LOAD-ONE-NODE - READ THE NEXT NODE INTO THE TABLE
005890******************************************************************
005900 2700-LOAD-ONE-NODE.
005910
005920     READ HIERARCHY-FILE NEXT RECORD
005930         AT END
005940             MOVE "Y" TO SRL-EOF-SWITCH
005950             GO TO 2700-LOAD-ONE-NODE-EXIT
005960     END-READ.
005970
005980     IF SRL-NODE-COUNT >= SRL-NODE-MAX
005990         DISPLAY "SOMROLL: HIERARCHY TABLE FULL AT "
006000             SOM-CCH-CODE ", REST UNASSIGNED"
006010         MOVE "Y" TO SRL-WARN-SWITCH
006020         MOVE "Y" TO SRL-EOF-SWITCH
006030         GO TO 2700-LOAD-ONE-NODE-EXIT
006040     END-IF.
006050
006060     ADD 1 TO SRL-NODE-COUNT.
006070     MOVE SOM-CCH-CODE   TO SRL-NDT-CODE (SRL-NODE-COUNT).
006080     MOVE SOM-CCH-LEVEL  TO SRL-NDT-LEVEL (SRL-NODE-COUNT).
006090     MOVE SOM-CCH-PARENT TO SRL-NDT-PARENT (SRL-NODE-COUNT).
006100     MOVE SOM-CCH-DESC   TO SRL-NDT-DESC (SRL-NODE-COUNT).
006110
006120 2700-LOAD-ONE-NODE-EXIT.
006130     EXIT.
006140
006150******************************************************************
006160* 3000-PRINT-ROLLUP - WALK THE HIERARCHY TOP DOWN, ONE REGION
006170*                    AT A TIME
006180******************************************************************
006190 3000-PRINT-ROLLUP.
006200
006210     PERFORM 3100-PRINT-REGION
006220         THRU 3100-PRINT-REGION-EXIT
006230         VARYING SRL-RX FROM 1 BY 1
006240         UNTIL SRL-RX > SRL-NODE-COUNT.
006250
006260 3000-PRINT-ROLLUP-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300* 3100-PRINT-REGION - A REGION'S HEADING, ITS DIVISIONS AND ITS
006310*                    SUBTOTAL, ROLLED INTO THE GRAND TOTAL
006320******************************************************************
006330 3100-PRINT-REGION.
006340
006350     IF SRL-NDT-LEVEL (SRL-RX) NOT = "R"
006360         GO TO 3100-PRINT-REGION-EXIT
006370     END-IF.
006380
006390     MOVE SPACES TO SRL-RPT-WORK-LINE.
006400     PERFORM 8900-WRITE-REPORT-LINE
006410         THRU 8900-WRITE-REPORT-LINE-EXIT.
006420
006430     MOVE "RGN "                TO SRL-RPT-DET-TAG.
006440     MOVE SRL-NDT-CODE (SRL-RX) TO SRL-RPT-DET-CODE.
006450     MOVE SRL-NDT-DESC (SRL-RX) TO SRL-RPT-DET-DESC.
006460     PERFORM 8900-WRITE-REPORT-LINE
006470         THRU 8900-WRITE-REPORT-LINE-EXIT.
006480
006490     PERFORM 3200-PRINT-DIVISION
006500         THRU 3200-PRINT-DIVISION-EXIT
006510         VARYING SRL-VX FROM 1 BY 1
006520         UNTIL SRL-VX > SRL-NODE-COUNT.
006530
006540     MOVE SPACES                TO SRL-RPT-WORK-LINE.
006550     MOVE "RGN="                TO SRL-RPT-DET-TAG.
006560     MOVE SRL-NDT-CODE (SRL-RX) TO SRL-RPT-DET-CODE.
006570     MOVE "REGION TOTAL"        TO SRL-RPT-DET-DESC.
006580     MOVE SRL-LVL-REGION        TO SRL-LX.
006590     PERFORM 8300-PRINT-AND-ROLL
006600         THRU 8300-PRINT-AND-ROLL-EXIT.
006610
006620 3100-PRINT-REGION-EXIT.
006630     EXIT.
006640
006650******************************************************************
006660* 3200-PRINT-DIVISION - A DIVISION OF THE CURRENT REGION: ITS
006670*                      HEADING, ITS DEPARTMENTS AND ITS SUBTOTAL
006680******************************************************************
006690 3200-PRINT-DIVISION.
006700
006710     IF SRL-NDT-LEVEL (SRL-VX) NOT = "V"
006720        OR SRL-NDT-PARENT (SRL-VX) NOT = SRL-NDT-CODE (SRL-RX)
006730         GO TO 3200-PRINT-DIVISION-EXIT
006740     END-IF.
006750
006760     MOVE SPACES                TO SRL-RPT-WORK-LINE.
006770     MOVE " DIV"                TO SRL-RPT-DET-TAG.
006780     MOVE SRL-NDT-CODE (SRL-VX) TO SRL-RPT-DET-CODE.
006790     MOVE SRL-NDT-DESC (SRL-VX) TO SRL-RPT-DET-DESC.
006800     PERFORM 8900-WRITE-REPORT-LINE
006810         THRU 8900-WRITE-REPORT-LINE-EXIT.
006820
006830     PERFORM 3300-PRINT-DEPARTMENT
006840         THRU 3300-PRINT-DEPARTMENT-EXIT
006850         VARYING SRL-DX FROM 1 BY 1
006860         UNTIL SRL-DX > SRL-NODE-COUNT.
006870
006880     MOVE SPACES                TO SRL-RPT-WORK-LINE.
006890     MOVE " DV="                TO SRL-RPT-DET-TAG.
006900     MOVE SRL-NDT-CODE (SRL-VX) TO SRL-RPT-DET-CODE.
006910     MOVE "DIV TOTAL"           TO SRL-RPT-DET-DESC.
006920     MOVE SRL-LVL-DIV           TO SRL-LX.
006930     PERFORM 8300-PRINT-AND-ROLL
006940         THRU 8300-PRINT-AND-ROLL-EXIT.
006950
006960 3200-PRINT-DIVISION-EXIT.
006970     EXIT.
006980
006990******************************************************************
007000* 3300-PRINT-DEPARTMENT - A DEPARTMENT OF THE CURRENT DIVISION:
007010*                        ITS HEADING, ITS CENTERS AND ITS SUBTOTAL
007020******************************************************************
007030 3300-PRINT-DEPARTMENT.
007040
007050     IF SRL-NDT-LEVEL (SRL-DX) NOT = "D"
007060        OR SRL-NDT-PARENT (SRL-DX) NOT = SRL-NDT-CODE (SRL-VX)
007070         GO TO 3300-PRINT-DEPARTMENT-EXIT
007080     END-IF.
007090
007100     MOVE SPACES                TO SRL-RPT-WORK-LINE.
007110     MOVE "  DP"                TO SRL-RPT-DET-TAG.
007120     MOVE SRL-NDT-CODE (SRL-DX) TO SRL-RPT-DET-CODE.
007130     MOVE SRL-NDT-DESC (SRL-DX) TO SRL-RPT-DET-DESC.
007140     PERFORM 8900-WRITE-REPORT-LINE
007150         THRU 8900-WRITE-REPORT-LINE-EXIT.
007160
007170     PERFORM 3400-PRINT-CENTER
007180         THRU 3400-PRINT-CENTER-EXIT
007190         VARYING SRL-CX FROM 1 BY 1
007200         UNTIL SRL-CX > SRL-NODE-COUNT.
007210
007220     MOVE SPACES                TO SRL-RPT-WORK-LINE.
007230     MOVE "  D="                TO SRL-RPT-DET-TAG.
007240     MOVE SRL-NDT-CODE (SRL-DX) TO SRL-RPT-DET-CODE.
007250     MOVE "DEPT TOTAL"          TO SRL-RPT-DET-DESC.
007260     MOVE SRL-LVL-DEPT          TO SRL-LX.
007270     PERFORM 8300-PRINT-AND-ROLL
007280         THRU 8300-PRINT-AND-ROLL-EXIT.
007290
007300 3300-PRINT-DEPARTMENT-EXIT.
007310     EXIT.
007320
007330******************************************************************
007340* 3400-PRINT-CENTER - A CENTER OF THE CURRENT DEPARTMENT: ONE
007350*                    DETAIL LINE, ADDED TO THE DEPARTMENT TOTAL
007360*                    AND MARKED ASSIGNED.  A CENTER NODE WHOSE
007370*                    CODE HAS LEFT SOMCCM PRINTS WITH NO FIGURES.
007380******************************************************************
007390 3400-PRINT-CENTER.
007400
007410     IF SRL-NDT-LEVEL (SRL-CX) NOT = "C"
007420        OR SRL-NDT-PARENT (SRL-CX) NOT = SRL-NDT-CODE (SRL-DX)
007430         GO TO 3400-PRINT-CENTER-EXIT
007440     END-IF.
007450
007460     MOVE SRL-NDT-CODE (SRL-CX) TO SRL-NODE-CENTER.
007470     MOVE SRL-NDC-CODE          TO SRL-SEEK-CENTER.
007480     PERFORM 8100-FIND-CENTER
007490         THRU 8100-FIND-CENTER-EXIT.
007500
007510     MOVE SPACES                TO SRL-RPT-WORK-LINE.
007520     MOVE "   C"                TO SRL-RPT-DET-TAG.
007530     MOVE SRL-NDT-CODE (SRL-CX) TO SRL-RPT-DET-CODE.
007540
007550     IF SRL-HIT-TX = 0
007560         MOVE "NOT ON SOMCCM" TO SRL-RPT-DET-DESC
007570         INITIALIZE SRL-LINE-AMOUNTS
007580     ELSE
007590         MOVE SRL-CTT-DESC (SRL-HIT-TX) TO SRL-RPT-DET-DESC
007600         MOVE "Y" TO SRL-CTT-ASSIGNED (SRL-HIT-TX)
007610         MOVE SRL-CTT-RUN (SRL-HIT-TX)    TO SRL-LIN-RUN
007620         MOVE SRL-CTT-PTD (SRL-HIT-TX)    TO SRL-LIN-PTD
007630         MOVE SRL-CTT-BUDGET (SRL-HIT-TX) TO SRL-LIN-BUDGET
007640         ADD 1 TO SRL-CENTER-COUNT
007650     END-IF.
007660
007670     PERFORM 8400-PRINT-LINE-AMOUNTS
007680         THRU 8400-PRINT-LINE-AMOUNTS-EXIT.
007690
007700     ADD SRL-LIN-RUN    TO SRL-LVT-RUN (SRL-LVL-DEPT).
007710     ADD SRL-LIN-PTD    TO SRL-LVT-PTD (SRL-LVL-DEPT).
007720     ADD SRL-LIN-BUDGET TO SRL-LVT-BUDGET (SRL-LVL-DEPT).
007730
007740 3400-PRINT-CENTER-EXIT.
007750     EXIT.
007760
007770******************************************************************
007780* 4000-PRINT-UNASSIGNED - EVERY TABLED CENTER THE HIERARCHY WALK
007790*                        DID NOT REACH: AN ACTIVE CENTER, AN
007800*                        EXTRACT CENTER NOT ON SOMCCM, OR A CLOSED
007810*                        CENTER STILL CARRYING FIGURES.  THEIR
007820*                        SUBTOTAL GOES INTO THE GRAND TOTAL.
007830******************************************************************
007840 4000-PRINT-UNASSIGNED.
007850
007860     MOVE SPACES TO SRL-RPT-WORK-LINE.
007870     PERFORM 8900-WRITE-REPORT-LINE
007880         THRU 8900-WRITE-REPORT-LINE-EXIT.
007890
007900     MOVE "UNA "                TO SRL-RPT-DET-TAG.
007910     MOVE "UNASSIGNED"          TO SRL-RPT-DET-DESC.
007920     PERFORM 8900-WRITE-REPORT-LINE
007930         THRU 8900-WRITE-REPORT-LINE-EXIT.
007940
007950     PERFORM 4100-PRINT-ONE-UNASSIGNED
007960         THRU 4100-PRINT-ONE-UNASSIGNED-EXIT
007970         VARYING SRL-TX FROM 1 BY 1
007980         UNTIL SRL-TX > SRL-CTR-COUNT.
007990
008000     MOVE SPACES                TO SRL-RPT-WORK-LINE.
008010     MOVE "UNA="                TO SRL-RPT-DET-TAG.
008020     MOVE "UNASSIGNED"          TO SRL-RPT-DET-DESC.
008030     MOVE SRL-LVL-DEPT          TO SRL-LX.
008040     MOVE SRL-LVL-GRAND         TO SRL-LX-UP.
008050     PERFORM 8310-PRINT-AND-ROLL-TO
008060         THRU 8310-PRINT-AND-ROLL-TO-EXIT.
008070
008080 4000-PRINT-UNASSIGNED-EXIT.
008090     EXIT.
008100
008110******************************************************************
008120* 4100-PRINT-ONE-UNASSIGNED - ONE DETAIL LINE FOR A CENTER THE
008130*                            WALK DID NOT MARK
008140******************************************************************
008150 4100-PRINT-ONE-UNASSIGNED.
008160
008170     IF SRL-CTT-ASSIGNED-YES (SRL-TX)
008180         GO TO 4100-PRINT-ONE-UNASSIGNED-EXIT
008190     END-IF.
008200
008210     IF NOT SRL-CTT-ACTIVE (SRL-TX)
008220        AND NOT SRL-CTT-OFF-MASTER (SRL-TX)
008230        AND SRL-CTT-RUN (SRL-TX) = 0
008240        AND SRL-CTT-PTD (SRL-TX) = 0
008250        AND SRL-CTT-BUDGET (SRL-TX) = 0
008260         GO TO 4100-PRINT-ONE-UNASSIGNED-EXIT
008270     END-IF.
008280
008290     ADD 1 TO SRL-UNASSIGNED-COUNT.
008300
008310     IF SRL-CTT-ACTIVE (SRL-TX)
008320        OR SRL-CTT-OFF-MASTER (SRL-TX)
008330         ADD 1 TO SRL-ACTIVE-UNASSIGNED
008340     END-IF.
008350
008360     MOVE SPACES                    TO SRL-RPT-WORK-LINE.
008370     MOVE "   C"                    TO SRL-RPT-DET-TAG.
008380     MOVE SRL-CTT-CODE (SRL-TX)     TO SRL-RPT-DET-CODE.
008390     MOVE SRL-CTT-DESC (SRL-TX)     TO SRL-RPT-DET-DESC.
008400     MOVE SRL-CTT-RUN (SRL-TX)      TO SRL-LIN-RUN.
008410     MOVE SRL-CTT-PTD (SRL-TX)      TO SRL-LIN-PTD.
008420     MOVE SRL-CTT-BUDGET (SRL-TX)   TO SRL-LIN-BUDGET.
008430     PERFORM 8400-PRINT-LINE-AMOUNTS
008440         THRU 8400-PRINT-LINE-AMOUNTS-EXIT.
008450
008460     ADD SRL-LIN-RUN    TO SRL-LVT-RUN (SRL-LVL-DEPT).
008470     ADD SRL-LIN-PTD    TO SRL-LVT-PTD (SRL-LVL-DEPT).
008480     ADD SRL-LIN-BUDGET TO SRL-LVT-BUDGET (SRL-LVL-DEPT).
008490
008500 4100-PRINT-ONE-UNASSIGNED-EXIT.
008510     EXIT.
008520
008530******************************************************************
008540* 5000-PRINT-TIE-OUT - THE GRAND TOTAL, THEN THE PROOF THAT
008550*                     TONIGHT'S SPEND ON THE REPORT, PLUS ANY
008560*                     AMOUNT BROUGHT FORWARD ON A RESTART, TIES TO
008570*                     THE SOMEXT "*TOT" RUN TOTAL
008580******************************************************************
008590 5000-PRINT-TIE-OUT.
008600
008610     MOVE SPACES TO SRL-RPT-WORK-LINE.
008620     PERFORM 8900-WRITE-REPORT-LINE
008630         THRU 8900-WRITE-REPORT-LINE-EXIT.
008640
008650     MOVE "TOT="               TO SRL-RPT-DET-TAG.
008660     MOVE "GRAND TOTAL"        TO SRL-RPT-DET-DESC.
008670     MOVE SRL-LVT-RUN (SRL-LVL-GRAND)    TO SRL-LIN-RUN.
008680     MOVE SRL-LVT-PTD (SRL-LVL-GRAND)    TO SRL-LIN-PTD.
008690     MOVE SRL-LVT-BUDGET (SRL-LVL-GRAND) TO SRL-LIN-BUDGET.
008700     PERFORM 8400-PRINT-LINE-AMOUNTS
008710         THRU 8400-PRINT-LINE-AMOUNTS-EXIT.
008720
008730     MOVE SPACES TO SRL-RPT-WORK-LINE.
008740     PERFORM 8900-WRITE-REPORT-LINE
008750         THRU 8900-WRITE-REPORT-LINE-EXIT.
008760
008770     MOVE "TIE TO THE SOMEXT EXTRACT" TO SRL-RPT-TIE-LABEL.
008780     PERFORM 8900-WRITE-REPORT-LINE
008790         THRU 8900-WRITE-REPORT-LINE-EXIT.
008800
008810     MOVE "  EXTRACT RUN DATE" TO SRL-RPT-TDT-LABEL.
008820     MOVE SRL-EXT-RUN-DATE TO SRL-RPT-TDT-DATE.
008830
008840     IF SRL-EXT-RUN-DATE NOT = SRL-CYCLE-DATE
008850         MOVE "NOT THE CYCLE DATE" TO SRL-RPT-TDT-FLAG
008860         MOVE "Y" TO SRL-WARN-SWITCH
008870     END-IF.
008880
008890     PERFORM 8900-WRITE-REPORT-LINE
008900         THRU 8900-WRITE-REPORT-LINE-EXIT.
008910
008920     MOVE SPACES TO SRL-RPT-WORK-LINE.
008930     MOVE "  TONIGHT'S SPEND, GRAND TOTAL"
008940         TO SRL-RPT-TIE-LABEL.
008950     MOVE SRL-LVT-RUN (SRL-LVL-GRAND) TO SRL-RPT-TIE-AMOUNT.
008960     PERFORM 8900-WRITE-REPORT-LINE
008970         THRU 8900-WRITE-REPORT-LINE-EXIT.
008980
008990     MOVE SPACES TO SRL-RPT-WORK-LINE.
009000     MOVE "  BROUGHT FORWARD ON RESTART (*BFW)"
009010         TO SRL-RPT-TIE-LABEL.
009020     MOVE SRL-BFW-AMOUNT TO SRL-RPT-TIE-AMOUNT.
009030     PERFORM 8900-WRITE-REPORT-LINE
009040         THRU 8900-WRITE-REPORT-LINE-EXIT.
009050
009060     MOVE SPACES TO SRL-RPT-WORK-LINE.
009070
009080     IF SRL-TOT-FOUND-NO
009090         MOVE "  SOMEXT RUN TOTAL (*TOT)" TO SRL-RPT-TIE-LABEL
009100         MOVE "NO *TOT RECORD ON SOMEXT" TO SRL-RPT-TIE-FLAG
009110         MOVE "Y" TO SRL-WARN-SWITCH
009120         PERFORM 8900-WRITE-REPORT-LINE
009130             THRU 8900-WRITE-REPORT-LINE-EXIT
009140         GO TO 5000-PRINT-TIE-OUT-EXIT
009150     END-IF.
009160
009170     MOVE "  SOMEXT RUN TOTAL (*TOT)" TO SRL-RPT-TIE-LABEL.
009180     MOVE SRL-TOT-AMOUNT TO SRL-RPT-TIE-AMOUNT.
009190     PERFORM 8900-WRITE-REPORT-LINE
009200         THRU 8900-WRITE-REPORT-LINE-EXIT.
009210
009220     COMPUTE SRL-DIFFERENCE = SRL-LVT-RUN (SRL-LVL-GRAND)
009230         + SRL-BFW-AMOUNT - SRL-TOT-AMOUNT.
009240
009250     MOVE SPACES TO SRL-RPT-WORK-LINE.
009260     MOVE "  DIFFERENCE" TO SRL-RPT-TIE-LABEL.
009270     MOVE SRL-DIFFERENCE TO SRL-RPT-TIE-AMOUNT.
009280
009290     IF SRL-DIFFERENCE = 0
009300         MOVE "TIES" TO SRL-RPT-TIE-FLAG
009310     ELSE
009320         MOVE "DOES NOT TIE" TO SRL-RPT-TIE-FLAG
009330         MOVE "Y" TO SRL-WARN-SWITCH
009340     END-IF.
009350
009360     PERFORM 8900-WRITE-REPORT-LINE
009370         THRU 8900-WRITE-REPORT-LINE-EXIT.
009380
009390 5000-PRINT-TIE-OUT-EXIT.
009400     EXIT.
009410
009420******************************************************************
009430* 6000-TERMINATE - PRINT THE COUNTS, CLOSE THE FILES AND SET THE
009440*                 COMPLETION CODE: 4 WHEN THE REPORT DOES NOT TIE,
009450*                 THE EXTRACT IS NOT THE CYCLE'S, A TABLE FILLED,
009460*                 OR AN ACTIVE CENTER IS NOT IN THE HIERARCHY
009470******************************************************************
009480 6000-TERMINATE.
009490
009500     IF SRL-INIT-FAILED
009510         GO TO 6000-TERMINATE-EXIT
009520     END-IF.
009530
009540     MOVE SPACES TO SRL-RPT-WORK-LINE.
009550     PERFORM 8900-WRITE-REPORT-LINE
009560         THRU 8900-WRITE-REPORT-LINE-EXIT.
009570
009580     MOVE "CENTERS REPORTED IN THE HIERARCHY:"
009590         TO SRL-RPT-TOT-LABEL.
009600     MOVE SRL-CENTER-COUNT TO SRL-RPT-TOT-COUNT.
009610     PERFORM 8900-WRITE-REPORT-LINE
009620         THRU 8900-WRITE-REPORT-LINE-EXIT.
009630
009640     MOVE SPACES TO SRL-RPT-WORK-LINE.
009650     MOVE "CENTERS REPORTED UNASSIGNED:"
009660         TO SRL-RPT-TOT-LABEL.
009670     MOVE SRL-UNASSIGNED-COUNT TO SRL-RPT-TOT-COUNT.
009680     PERFORM 8900-WRITE-REPORT-LINE
009690         THRU 8900-WRITE-REPORT-LINE-EXIT.
009700
009710     MOVE SPACES TO SRL-RPT-WORK-LINE.
009720     MOVE "  OF WHICH ACTIVE OR NOT ON SOMCCM:"
009730         TO SRL-RPT-TOT-LABEL.
009740     MOVE SRL-ACTIVE-UNASSIGNED TO SRL-RPT-TOT-COUNT.
009750     PERFORM 8900-WRITE-REPORT-LINE
009760         THRU 8900-WRITE-REPORT-LINE-EXIT.
009770
009780     IF SRL-HIERARCHY-YES
009790         CLOSE HIERARCHY-FILE
009800     END-IF.
009810     CLOSE COSTCTR-FILE.
009820     CLOSE BUDGET-FILE.
009830     CLOSE EXTRACT-FILE.
009840     CLOSE REPORT-FILE.
009850
009860     IF SRL-WARN-YES
009870        OR SRL-ACTIVE-UNASSIGNED > 0
009880         MOVE 4 TO RETURN-CODE
009890     ELSE
009900         MOVE 0 TO RETURN-CODE
009910     END-IF.
009920
009930 6000-TERMINATE-EXIT.
009940     EXIT.
009950
009960******************************************************************
009970* 8100-FIND-CENTER - BINARY SEARCH OF THE CENTER TABLE FOR
009980*                   SRL-SEEK-CENTER; SRL-HIT-TX IS ITS SLOT, OR
009990*                   ZERO WITH SRL-LO AT THE INSERTION POINT
010000******************************************************************
010010 8100-FIND-CENTER.
010020
010030     MOVE 0 TO SRL-HIT-TX.
010040     MOVE 1 TO SRL-LO.
010050     MOVE SRL-CTR-COUNT TO SRL-HI.
010060
010070     PERFORM 8110-PROBE-CENTER
010080         THRU 8110-PROBE-CENTER-EXIT
010090         UNTIL SRL-HIT-TX > 0 OR SRL-LO > SRL-HI.
010100
010110 8100-FIND-CENTER-EXIT.
010120     EXIT.
010130
010140******************************************************************
010150* 8110-PROBE-CENTER - HALVE THE SEARCH RANGE ONCE
010160******************************************************************
010170 8110-PROBE-CENTER.
010180
010190     COMPUTE SRL-MID = (SRL-LO + SRL-HI) / 2.
010200
010210     IF SRL-CTT-CODE (SRL-MID) = SRL-SEEK-CENTER
010220         MOVE SRL-MID TO SRL-HIT-TX
010230     ELSE
010240         IF SRL-CTT-CODE (SRL-MID) < SRL-SEEK-CENTER
010250             COMPUTE SRL-LO = SRL-MID + 1
010260         ELSE
010270             COMPUTE SRL-HI = SRL-MID - 1
010280         END-IF
010290     END-IF.
010300
010310 8110-PROBE-CENTER-EXIT.
010320     EXIT.
010330
010340******************************************************************
010350* 8200-INSERT-CENTER - OPEN A SLOT AT SRL-LO (SET BY THE MISSED
010360*                     SEARCH) FOR AN EXTRACT CENTER NOT ON SOMCCM
010370******************************************************************
010380 8200-INSERT-CENTER.
010390
010400     PERFORM 8210-SHIFT-ONE-CENTER
010410         THRU 8210-SHIFT-ONE-CENTER-EXIT
010420         VARYING SRL-TX FROM SRL-CTR-COUNT BY -1
010430         UNTIL SRL-TX < SRL-LO.
010440
010450     MOVE SRL-SEEK-CENTER TO SRL-CTT-CODE (SRL-LO).
010460     MOVE "NOT ON SOMCCM" TO SRL-CTT-DESC (SRL-LO).
010470     MOVE "?"             TO SRL-CTT-STATE (SRL-LO).
010480     MOVE "N"             TO SRL-CTT-ASSIGNED (SRL-LO).
010490     MOVE ZERO            TO SRL-CTT-RUN (SRL-LO).
010500     MOVE ZERO            TO SRL-CTT-PTD (SRL-LO).
010510     MOVE ZERO            TO SRL-CTT-BUDGET (SRL-LO).
010520     ADD 1 TO SRL-CTR-COUNT.
010530     MOVE SRL-LO TO SRL-HIT-TX.
010540
010550 8200-INSERT-CENTER-EXIT.
010560     EXIT.
010570
010580******************************************************************
010590* 8210-SHIFT-ONE-CENTER - MOVE ONE ENTRY DOWN A SLOT
010600******************************************************************
010610 8210-SHIFT-ONE-CENTER.
010620
010630     MOVE SRL-CTR-ENTRY (SRL-TX) TO SRL-CTR-ENTRY (SRL-TX + 1).
010640
010650 8210-SHIFT-ONE-CENTER-EXIT.
010660     EXIT.
010670
010680******************************************************************
010690* 8300-PRINT-AND-ROLL - PRINT THE SUBTOTAL HELD AT LEVEL SRL-LX
010700*                      ON THE LINE ALREADY LABELLED, ADD IT TO THE
010710*                      LEVEL ABOVE AND CLEAR IT FOR THE NEXT GROUP
010720******************************************************************
010730 8300-PRINT-AND-ROLL.
010740
010750     COMPUTE SRL-LX-UP = SRL-LX + 1.
010760
010770     PERFORM 8310-PRINT-AND-ROLL-TO
010780         THRU 8310-PRINT-AND-ROLL-TO-EXIT.
010790
010800 8300-PRINT-AND-ROLL-EXIT.
010810     EXIT.
010820
010830******************************************************************
010840* 8310-PRINT-AND-ROLL-TO - PRINT LEVEL SRL-LX, ADD IT TO LEVEL
010850*                         SRL-LX-UP AND CLEAR IT
010860******************************************************************
010870 8310-PRINT-AND-ROLL-TO.
010880
010890     MOVE SRL-LVT-RUN (SRL-LX)    TO SRL-LIN-RUN.
010900     MOVE SRL-LVT-PTD (SRL-LX)    TO SRL-LIN-PTD.
010910     MOVE SRL-LVT-BUDGET (SRL-LX) TO SRL-LIN-BUDGET.
010920     PERFORM 8400-PRINT-LINE-AMOUNTS
010930         THRU 8400-PRINT-LINE-AMOUNTS-EXIT.
010940
010950     ADD SRL-LVT-RUN (SRL-LX)    TO SRL-LVT-RUN (SRL-LX-UP).
010960     ADD SRL-LVT-PTD (SRL-LX)    TO SRL-LVT-PTD (SRL-LX-UP).
010970     ADD SRL-LVT-BUDGET (SRL-LX) TO SRL-LVT-BUDGET (SRL-LX-UP).
010980
010990     MOVE ZERO TO SRL-LVT-RUN (SRL-LX).
011000     MOVE ZERO TO SRL-LVT-PTD (SRL-LX).
011010     MOVE ZERO TO SRL-LVT-BUDGET (SRL-LX).
011020
011030 8310-PRINT-AND-ROLL-TO-EXIT.
011040     EXIT.
011050
011060******************************************************************
011070* 8400-PRINT-LINE-AMOUNTS - WORK OUT THE VARIANCE (BUDGET LESS
011080*                          PERIOD-TO-DATE; NEGATIVE = OVER
011090*                          BUDGET), FILL THE AMOUNT COLUMNS OF
011100*                          THE LABELLED LINE AND WRITE IT
011110******************************************************************
011120 8400-PRINT-LINE-AMOUNTS.
011130
011140     COMPUTE SRL-LIN-VARIANCE = SRL-LIN-BUDGET - SRL-LIN-PTD.
011150
011160     MOVE SRL-LIN-RUN      TO SRL-RPT-DET-RUN.
011170     MOVE SRL-LIN-PTD      TO SRL-RPT-DET-PTD.
011180     MOVE SRL-LIN-BUDGET   TO SRL-RPT-DET-BUDGET.
011190     MOVE SRL-LIN-VARIANCE TO SRL-RPT-DET-VARIANCE.
011200
011210     PERFORM 8900-WRITE-REPORT-LINE
011220         THRU 8900-WRITE-REPORT-LINE-EXIT.
011230
011240 8400-PRINT-LINE-AMOUNTS-EXIT.
011250     EXIT.
011260
011270******************************************************************
011280* 8900-WRITE-REPORT-LINE - MOVE THE WORK LINE TO THE REPORT
011290*                         RECORD, WRITE IT AND CHECK THE STATUS
011300******************************************************************
011310 8900-WRITE-REPORT-LINE.
011320
011330     MOVE SRL-RPT-WORK-LINE TO SOM-ROLLUP-REPORT-LINE.
011340     WRITE SOM-ROLLUP-REPORT-LINE.
011350
011360     IF NOT SRL-RPT-OK
011370         DISPLAY "SOMROLL: SOMRLRPT WRITE FAILED, STATUS "
011380             SRL-RPT-STATUS
011390     END-IF.
011400
011410     MOVE SPACES TO SRL-RPT-WORK-LINE.
011420
011430 8900-WRITE-REPORT-LINE-EXIT.
011440     EXIT.
011450
011460 END PROGRAM SOMROLL.
