000010******************************************************************
000020* PROGRAM:     SOMPADJ
000030* AUTHOR:      J. ALVES NOGUEIRA
000040* INSTALLATION: LEARNING-COBOL BATCH SHOP
000050* DATE-WRITTEN: 2026-10-01
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     PRIOR-PERIOD ADJUSTMENT RUN.  SOMANDO ROUTES EVERY
000090*              ITEM WHOSE EFFECTIVE PERIOD IS ALREADY CLOSED TO
000100*              SOMPPAF INSTEAD OF POSTING IT INTO THE DAY.  THIS
000110*              PROGRAM APPLIES EACH PENDING SOMPPAF ITEM TO ITS
000120*              OWN PERIOD: THE EMPLOYEE'S SOMEBAL BUCKET AND THE
000130*              COST CENTER'S SOMCCPH PERIOD HISTORY FOR THAT
000140*              PERIOD ARE UPDATED, AND ONE NUMBERED ADJUSTMENT
000150*              RECORD (TYPE "A") IS APPENDED TO SOMMEXT FOR EACH
000160*              PERIOD TOUCHED, CARRYING THE PERIOD AS CLOSED,
000170*              THIS ADJUSTMENT AND THE PERIOD AS ADJUSTED.  THE
000180*              CLOSE RECORD ITSELF IS NEVER REWRITTEN.  AN ITEM
000190*              WHOSE PERIOD HAS NO CLOSE ON SOMMEXT YET IS LEFT
000200*              PENDING.  EACH APPLIED ITEM IS MARKED WITH ITS
000210*              ADJUSTMENT NUMBER AND THE CYCLE DATE, SO A RERUN
000220*              NEVER APPLIES IT TWICE.  THE REGISTER (SOMPJRPT)
000230*              LISTS THE ITEMS, THE PERIOD FIGURES AND EACH
000240*              CENTER'S SPEND AS CLOSED AND AS ADJUSTED AGAINST
000250*              ITS SOMBUDG ALLOWANCE.
000260*-----------------------------------------------------------------
000270* MODIFICATION HISTORY:
000280*   DATE       INIT  DESCRIPTION
000290*   2026-10-01 JAN   ORIGINAL VERSION - A LATE ITEM FOR A CLOSED
000300*                    MONTH USED TO POST INTO THE CURRENT MONTH, SO
000310*                    NEITHER MONTH'S FIGURES WERE RIGHT.
000320* Tectonics: cobc
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. SOMPADJ.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PPADJ-FILE ASSIGN "SOMPPAF"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS SOM-PPA-KEY
000440         FILE STATUS IS SPJ-PPA-STATUS.
000450
000460     SELECT PERIOD-CONTROL-FILE ASSIGN "SOMMPERD"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS SPJ-MPD-STATUS.
000490
000500     SELECT MONTH-EXTRACT-FILE ASSIGN "SOMMEXT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS SPJ-MEX-STATUS.
000530
000540     SELECT BALANCE-FILE ASSIGN "SOMEBAL"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS SOM-EBL-KEY
000580         FILE STATUS IS SPJ-EBL-STATUS.
000590
000600     SELECT CCHIST-FILE ASSIGN "SOMCCPH"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS SOM-CPH-KEY
000640         FILE STATUS IS SPJ-CPH-STATUS.
000650
000660     SELECT BUDGET-FILE ASSIGN "SOMBUDG"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS SOM-BUD-KEY
000700         FILE STATUS IS SPJ-BUD-STATUS.
000710
000720     SELECT REGISTER-FILE ASSIGN "SOMPJRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS SPJ-REG-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  PPADJ-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 COPY SOMPPA.
000810
000820 FD  PERIOD-CONTROL-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 COPY SOMMPERD.
000850
000860 FD  MONTH-EXTRACT-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 COPY SOMMEXT.
000890
000900 FD  BALANCE-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 COPY SOMEBAL.
000930
000940 FD  CCHIST-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 COPY SOMCCPH.
000970
000980 FD  BUDGET-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 COPY SOMBUDG.
001010
001020 FD  REGISTER-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 COPY SOMPJRPT.
001050
001060 WORKING-STORAGE SECTION.
001070 77  SPJ-PPA-STATUS              PIC X(02) VALUE "00".
001080     88  SPJ-PPA-OK                         VALUE "00".
001090     88  SPJ-PPA-NOT-FOUND                  VALUE "23".
001100     88  SPJ-PPA-FILE-NOT-FOUND             VALUE "35".
001110
001120 77  SPJ-MPD-STATUS              PIC X(02) VALUE "00".
001130     88  SPJ-MPD-OK                         VALUE "00".
001140
001150 77  SPJ-MEX-STATUS              PIC X(02) VALUE "00".
001160     88  SPJ-MEX-OK                         VALUE "00".
001170     88  SPJ-MEX-FILE-NOT-FOUND             VALUE "35".
001180
001190 77  SPJ-EBL-STATUS              PIC X(02) VALUE "00".
001200     88  SPJ-EBL-OK                         VALUE "00".
001210     88  SPJ-EBL-NOT-FOUND                  VALUE "23".
001220     88  SPJ-EBL-FILE-NOT-FOUND             VALUE "35".
001230
001240 77  SPJ-CPH-STATUS              PIC X(02) VALUE "00".
001250     88  SPJ-CPH-OK                         VALUE "00".
001260     88  SPJ-CPH-NOT-FOUND                  VALUE "23".
001270     88  SPJ-CPH-FILE-NOT-FOUND             VALUE "35".
001280
001290 77  SPJ-BUD-STATUS              PIC X(02) VALUE "00".
001300     88  SPJ-BUD-OK                         VALUE "00".
001310     88  SPJ-BUD-NOT-FOUND                  VALUE "23".
001320     88  SPJ-BUD-FILE-NOT-FOUND             VALUE "35".
001330
001340 77  SPJ-REG-STATUS              PIC X(02) VALUE "00".
001350     88  SPJ-REG-OK                         VALUE "00".
001360
001370 77  SPJ-PPA-EOF-SWITCH          PIC X(01) VALUE "N".
001380     88  SPJ-PPA-EOF-YES                    VALUE "Y".
001390     88  SPJ-PPA-EOF-NO                     VALUE "N".
001400
001410 77  SPJ-MEX-EOF-SWITCH          PIC X(01) VALUE "N".
001420     88  SPJ-MEX-EOF-YES                    VALUE "Y".
001430     88  SPJ-MEX-EOF-NO                     VALUE "N".
001440
001450 77  SPJ-PPA-OPEN-SWITCH         PIC X(01) VALUE "N".
001460     88  SPJ-PPA-OPEN-YES                   VALUE "Y".
001470     88  SPJ-PPA-OPEN-NO                    VALUE "N".
001480
001490 77  SPJ-BUD-PRESENT-SWITCH      PIC X(01) VALUE "Y".
001500     88  SPJ-BUD-PRESENT-YES                VALUE "Y".
001510     88  SPJ-BUD-PRESENT-NO                 VALUE "N".
001520
001530 77  SPJ-INIT-STATUS-SWITCH      PIC X(01) VALUE "Y".
001540     88  SPJ-INIT-OK                        VALUE "Y".
001550     88  SPJ-INIT-FAILED                    VALUE "N".
001560
001570 77  SPJ-FAIL-SWITCH             PIC X(01) VALUE "N".
001580     88  SPJ-FAIL-YES                       VALUE "Y".
001590     88  SPJ-FAIL-NO                        VALUE "N".
001600
001610 77  SPJ-WARN-SWITCH             PIC X(01) VALUE "N".
001620     88  SPJ-WARN-YES                       VALUE "Y".
001630     88  SPJ-WARN-NO                        VALUE "N".
001640
001650 77  SPJ-FOUND-SWITCH            PIC X(01) VALUE "N".
001660     88  SPJ-FOUND-YES                      VALUE "Y".
001670     88  SPJ-FOUND-NO                       VALUE "N".
001680
001690 77  SPJ-NO-CLOSE-SWITCH         PIC X(01) VALUE "N".
001700     88  SPJ-NO-CLOSE-YES                   VALUE "Y".
001710     88  SPJ-NO-CLOSE-NO                    VALUE "N".
001720
001730 77  SPJ-CYCLE-DATE              PIC 9(08) VALUE ZEROS.
001740 77  SPJ-LAST-CLOSED-PERIOD      PIC 9(06) VALUE ZEROS.
001750 77  SPJ-SEEK-PERIOD             PIC 9(06) VALUE ZEROS.
001760 77  SPJ-SEEK-CC                 PIC X(04) VALUE SPACES.
001770 77  SPJ-HOLD-REASON             PIC X(30) VALUE SPACES.
001780 77  SPJ-ITEM-COUNT-DELTA        PIC S9(01) VALUE ZERO.
001790 77  SPJ-NEW-RECS                PIC S9(09) COMP-3 VALUE ZERO.
001800 77  SPJ-NEW-AMOUNT              PIC S9(9)V99 COMP-3 VALUE ZERO.
001810 77  SPJ-CC-CLOSED               PIC S9(9)V99 COMP-3 VALUE ZERO.
001820 77  SPJ-CC-ADJUSTED             PIC S9(9)V99 COMP-3 VALUE ZERO.
001830 77  SPJ-CC-BUDGET               PIC S9(9)V99 COMP-3 VALUE ZERO.
001840 77  SPJ-CC-VARIANCE             PIC S9(9)V99 COMP-3 VALUE ZERO.
001850 77  SPJ-APPLIED-TOTAL           PIC S9(9)V99 COMP-3 VALUE ZERO.
001860
001870 77  SPJ-PX                      PIC 9(03) COMP VALUE 0.
001880 77  SPJ-HIT-PX                  PIC 9(03) COMP VALUE 0.
001890 77  SPJ-CX                      PIC 9(03) COMP VALUE 0.
001900 77  SPJ-HIT-CX                  PIC 9(03) COMP VALUE 0.
001910 77  SPJ-PERIOD-COUNT            PIC 9(03) COMP VALUE 0.
001920 77  SPJ-PERIOD-MAX              PIC 9(03) COMP VALUE 24.
001930 77  SPJ-CC-COUNT                PIC 9(03) COMP VALUE 0.
001940 77  SPJ-CC-MAX                  PIC 9(03) COMP VALUE 500.
001950 77  SPJ-READ-COUNT              PIC 9(07) COMP VALUE 0.
001960 77  SPJ-APPLIED-COUNT           PIC 9(07) COMP VALUE 0.
001970 77  SPJ-RECOVERED-COUNT         PIC 9(07) COMP VALUE 0.
001980 77  SPJ-HELD-COUNT              PIC 9(07) COMP VALUE 0.
001990 77  SPJ-MEX-WRITE-COUNT         PIC 9(05) COMP VALUE 0.
002000
002010******************************************************************
002020* SPJ-PERIOD-TABLE - ONE ENTRY PER EFFECTIVE PERIOD WITH WORK ON
002030* SOMPPAF TONIGHT.  THE SOMMEXT PASS FILLS IN THE PERIOD AS CLOSED
002040* AND AS LAST ADJUSTED; THE ITEM PASS ACCUMULATES THIS
002050* ADJUSTMENT'S DELTA AND ASSIGNS THE NEXT ADJUSTMENT NUMBER.
002060******************************************************************
002070 01  SPJ-PERIOD-TABLE.
002080     05  SPJ-PERIOD-ENTRY OCCURS 24 TIMES.
002090         10  SPJ-PRD-PERIOD          PIC 9(06).
002100         10  SPJ-PRD-CLOSED-SWITCH   PIC X(01).
002110             88  SPJ-PRD-CLOSED-YES             VALUE "Y".
002120         10  SPJ-PRD-TOUCHED-SWITCH  PIC X(01).
002130             88  SPJ-PRD-TOUCHED-YES            VALUE "Y".
002140         10  SPJ-PRD-DAYS            PIC 9(03).
002150         10  SPJ-PRD-EXC-DAYS        PIC 9(03).
002160         10  SPJ-PRD-CLOSED-RECS     PIC 9(07).
002170         10  SPJ-PRD-CLOSED-AMOUNT   PIC S9(9)V99 COMP-3.
002180         10  SPJ-PRD-LAST-RECS       PIC 9(07).
002190         10  SPJ-PRD-LAST-AMOUNT     PIC S9(9)V99 COMP-3.
002200         10  SPJ-PRD-LAST-ADJ        PIC 9(03).
002210         10  SPJ-PRD-NEW-ADJ         PIC 9(03).
002220         10  SPJ-PRD-DELTA-RECS      PIC S9(07) COMP-3.
002230         10  SPJ-PRD-DELTA-AMOUNT    PIC S9(9)V99 COMP-3.
002240
002250******************************************************************
002260* SPJ-CC-TABLE - ONE ENTRY PER COST CENTER AND PERIOD THIS RUN
002270* ADJUSTED, FOR THE REGISTER'S CLOSED-VERSUS-ADJUSTED SECTION.
002280******************************************************************
002290 01  SPJ-CC-TABLE.
002300     05  SPJ-CC-ENTRY OCCURS 500 TIMES.
002310         10  SPJ-CCT-COST-CENTER     PIC X(04).
002320         10  SPJ-CCT-PERIOD          PIC 9(06).
002330         10  SPJ-CCT-AMOUNT          PIC S9(9)V99 COMP-3.
002340
002350******************************************************************
002360* SPJ-REG-WORK-LINE AND ITS REDEFINES - THE REGISTER LINE IS
002370* BUILT HERE IN WORKING STORAGE, THEN MOVED INTO THE REGISTER-
002380* FILE RECORD JUST BEFORE EACH WRITE.
002390******************************************************************
002400 01  SPJ-REG-WORK-LINE               PIC X(080) VALUE SPACES.
002410
002420 01  SPJ-REG-HEADING REDEFINES SPJ-REG-WORK-LINE.
002430     05  SPJ-REG-HDG-LABEL           PIC X(40).
002440     05  SPJ-REG-HDG-DATE            PIC X(08).
002450     05  FILLER                      PIC X(32).
002460
002470 01  SPJ-REG-DETAIL REDEFINES SPJ-REG-WORK-LINE.
002480     05  SPJ-REG-DET-RUN-DATE        PIC X(08).
002490     05  FILLER                      PIC X(01).
002500     05  SPJ-REG-DET-KEY             PIC X(06).
002510     05  FILLER                      PIC X(01).
002520     05  SPJ-REG-DET-PERIOD          PIC X(06).
002530     05  FILLER                      PIC X(01).
002540     05  SPJ-REG-DET-CC              PIC X(04).
002550     05  FILLER                      PIC X(01).
002560     05  SPJ-REG-DET-AMOUNT          PIC -(7)9.99.
002570     05  FILLER                      PIC X(01).
002580     05  SPJ-REG-DET-ADJ             PIC X(03).
002590     05  FILLER                      PIC X(01).
002600     05  SPJ-REG-DET-NOTE            PIC X(30).
002610     05  FILLER                      PIC X(06).
002620
002630 01  SPJ-REG-PERIOD-LINE REDEFINES SPJ-REG-WORK-LINE.
002640     05  SPJ-REG-PER-LABEL           PIC X(18).
002650     05  SPJ-REG-PER-PERIOD          PIC 9(06).
002660     05  FILLER                      PIC X(01).
002670     05  SPJ-REG-PER-ADJ             PIC X(03).
002680     05  FILLER                      PIC X(02).
002690     05  SPJ-REG-PER-RECS            PIC -(6)9.
002700     05  FILLER                      PIC X(02).
002710     05  SPJ-REG-PER-AMOUNT          PIC -(9)9.99.
002720     05  FILLER                      PIC X(28).
002730
002740 01  SPJ-REG-CC-COLUMNS REDEFINES SPJ-REG-WORK-LINE.
002750     05  FILLER                      PIC X(02).
002760     05  SPJ-REG-COL-CC              PIC X(04).
002770     05  FILLER                      PIC X(01).
002780     05  SPJ-REG-COL-CLOSED          PIC X(13).
002790     05  FILLER                      PIC X(01).
002800     05  SPJ-REG-COL-THIS            PIC X(13).
002810     05  FILLER                      PIC X(01).
002820     05  SPJ-REG-COL-ADJUSTED        PIC X(13).
002830     05  FILLER                      PIC X(01).
002840     05  SPJ-REG-COL-BUDGET          PIC X(13).
002850     05  FILLER                      PIC X(01).
002860     05  SPJ-REG-COL-VARIANCE        PIC X(13).
002870     05  FILLER                      PIC X(04).
002880
002890 01  SPJ-REG-CC-LINE REDEFINES SPJ-REG-WORK-LINE.
002900     05  FILLER                      PIC X(02).
002910     05  SPJ-REG-CC-CODE             PIC X(04).
002920     05  FILLER                      PIC X(01).
002930     05  SPJ-REG-CC-CLOSED           PIC -(9)9.99.
002940     05  FILLER                      PIC X(01).
002950     05  SPJ-REG-CC-THIS             PIC -(9)9.99.
002960     05  FILLER                      PIC X(01).
002970     05  SPJ-REG-CC-ADJUSTED         PIC -(9)9.99.
002980     05  FILLER                      PIC X(01).
002990     05  SPJ-REG-CC-BUDGET           PIC -(9)9.99.
003000     05  FILLER                      PIC X(01).
003010     05  SPJ-REG-CC-VARIANCE         PIC -(9)9.99.
003020     05  FILLER                      PIC X(04).
003030
003040 01  SPJ-REG-CC-NOTE REDEFINES SPJ-REG-WORK-LINE.
003050     05  FILLER                      PIC X(07).
003060     05  SPJ-REG-NOTE-TEXT           PIC X(40).
003070     05  FILLER                      PIC X(33).
003080
003090 01  SPJ-REG-TOTAL REDEFINES SPJ-REG-WORK-LINE.
003100     05  SPJ-REG-TOT-LABEL           PIC X(22).
003110     05  SPJ-REG-TOT-AMOUNT          PIC -(9)9.99.
003120     05  FILLER                      PIC X(45).
003130
003140 01  SPJ-REG-COUNT REDEFINES SPJ-REG-WORK-LINE.
003150     05  SPJ-REG-CNT-LABEL           PIC X(22).
003160     05  SPJ-REG-CNT-COUNT           PIC ZZZZZZ9.
003170     05  FILLER                      PIC X(51).
003180
003190 LINKAGE SECTION.
003200 01  SPJ-LINK-CYCLE-DATE         PIC 9(08).
003210
003220 PROCEDURE DIVISION USING SPJ-LINK-CYCLE-DATE.
003230******************************************************************
003240* 0000-MAINLINE
003250******************************************************************
003260 0000-MAINLINE.
003270
003280     PERFORM 1000-INITIALIZE
003290         THRU 1000-INITIALIZE-EXIT.
003300
003310     IF SPJ-INIT-OK AND SPJ-PPA-OPEN-YES
003320         PERFORM 2000-ADJUST-ONE-ITEM
003330             THRU 2000-ADJUST-ONE-ITEM-EXIT
003340             UNTIL SPJ-PPA-EOF-YES
003350         PERFORM 2500-WRITE-ADJUSTMENT
003360             THRU 2500-WRITE-ADJUSTMENT-EXIT
003370             VARYING SPJ-PX FROM 1 BY 1
003380             UNTIL SPJ-PX > SPJ-PERIOD-COUNT
003390     END-IF.
003400
003410     PERFORM 3000-TERMINATE
003420         THRU 3000-TERMINATE-EXIT.
003430
003440     GOBACK.
003450
003460******************************************************************
003470* 1000-INITIALIZE - TAKE THE CYCLE DATE, OPEN THE FILES, PRINT THE
003480*                  REGISTER HEADING, TABLE TONIGHT'S PERIODS AND
003490*                  THEIR SOMMEXT FIGURES, THEN POSITION ON THE
003500*                  FIRST SOMPPAF ITEM
003510******************************************************************
003520 1000-INITIALIZE.
003530
003540*    CALLED BY NIGHTDRV THE ADJUSTMENTS ARE DATED THE CYCLE DATE;
003550*    STANDALONE THEY ARE DATED TODAY.
003560     IF ADDRESS OF SPJ-LINK-CYCLE-DATE NOT = NULL
003570         MOVE SPJ-LINK-CYCLE-DATE TO SPJ-CYCLE-DATE
003580     ELSE
003590         ACCEPT SPJ-CYCLE-DATE FROM DATE YYYYMMDD
003600     END-IF.
003610
003620     OPEN OUTPUT REGISTER-FILE.
003630
003640     IF NOT SPJ-REG-OK
003650         DISPLAY "SOMPADJ: UNABLE TO OPEN SOMPJRPT, STATUS "
003660             SPJ-REG-STATUS
003670         MOVE 8 TO RETURN-CODE
003680         MOVE "N" TO SPJ-INIT-STATUS-SWITCH
003690         GO TO 1000-INITIALIZE-EXIT
003700     END-IF.
003710
003720     MOVE SPACES TO SPJ-REG-WORK-LINE.
003730     MOVE "PRIOR-PERIOD ADJUSTMENT REGISTER, CYCLE"
003740         TO SPJ-REG-HDG-LABEL.
003750     MOVE SPJ-CYCLE-DATE TO SPJ-REG-HDG-DATE.
003760     PERFORM 2900-WRITE-REGISTER-LINE
003770         THRU 2900-WRITE-REGISTER-LINE-EXIT.
003780
003790*    NO SOMPPAF YET SIMPLY MEANS NO ITEM HAS EVER BEEN ROUTED.
003800     OPEN I-O PPADJ-FILE.
003810
003820     IF SPJ-PPA-FILE-NOT-FOUND
003830         DISPLAY "SOMPADJ: NO SOMPPAF - NOTHING TO ADJUST"
003840         GO TO 1000-INITIALIZE-EXIT
003850     END-IF.
003860
003870     IF NOT SPJ-PPA-OK
003880         DISPLAY "SOMPADJ: UNABLE TO OPEN SOMPPAF, STATUS "
003890             SPJ-PPA-STATUS
003900         MOVE 8 TO RETURN-CODE
003910         MOVE "N" TO SPJ-INIT-STATUS-SWITCH
003920         GO TO 1000-INITIALIZE-EXIT
003930     END-IF.
003940
003950     MOVE "Y" TO SPJ-PPA-OPEN-SWITCH.
003960
003970     PERFORM 1100-LOAD-LAST-CLOSED
003980         THRU 1100-LOAD-LAST-CLOSED-EXIT.
003990
004000     OPEN I-O BALANCE-FILE.
004010
004020     IF SPJ-EBL-FILE-NOT-FOUND
004030         OPEN OUTPUT BALANCE-FILE
004040         IF SPJ-EBL-OK
004050             CLOSE BALANCE-FILE
004060             OPEN I-O BALANCE-FILE
004070         END-IF
004080     END-IF.
004090
004100     IF NOT SPJ-EBL-OK
004110         DISPLAY "SOMPADJ: UNABLE TO OPEN SOMEBAL, STATUS "
004120             SPJ-EBL-STATUS
004130         MOVE 8 TO RETURN-CODE
004140         MOVE "N" TO SPJ-INIT-STATUS-SWITCH
004150         GO TO 1000-INITIALIZE-EXIT
004160     END-IF.
004170
004180     OPEN I-O CCHIST-FILE.
004190
004200     IF SPJ-CPH-FILE-NOT-FOUND
004210         OPEN OUTPUT CCHIST-FILE
004220         IF SPJ-CPH-OK
004230             CLOSE CCHIST-FILE
004240             OPEN I-O CCHIST-FILE
004250         END-IF
004260     END-IF.
004270
004280     IF NOT SPJ-CPH-OK
004290         DISPLAY "SOMPADJ: UNABLE TO OPEN SOMCCPH, STATUS "
004300             SPJ-CPH-STATUS
004310         MOVE 8 TO RETURN-CODE
004320         MOVE "N" TO SPJ-INIT-STATUS-SWITCH
004330         GO TO 1000-INITIALIZE-EXIT
004340     END-IF.
004350
004360     OPEN INPUT BUDGET-FILE.
004370
004380*    A SHOP WITH NO BUDGET FILE SIMPLY ADJUSTS UNCHECKED.
004390     IF SPJ-BUD-FILE-NOT-FOUND
004400         MOVE "N" TO SPJ-BUD-PRESENT-SWITCH
004410     ELSE
004420         IF NOT SPJ-BUD-OK
004430             DISPLAY "SOMPADJ: UNABLE TO OPEN SOMBUDG, STATUS "
004440                 SPJ-BUD-STATUS
004450             MOVE 8 TO RETURN-CODE
004460             MOVE "N" TO SPJ-INIT-STATUS-SWITCH
004470             GO TO 1000-INITIALIZE-EXIT
004480         END-IF
004490     END-IF.
004500
004510     PERFORM 1200-TABLE-PERIODS
004520         THRU 1200-TABLE-PERIODS-EXIT.
004530
004540     PERFORM 1300-LOAD-MONTH-EXTRACT
004550         THRU 1300-LOAD-MONTH-EXTRACT-EXIT.
004560
004570     IF SPJ-INIT-FAILED
004580         GO TO 1000-INITIALIZE-EXIT
004590     END-IF.
004600
004610     PERFORM 2800-START-PPADJ
004620         THRU 2800-START-PPADJ-EXIT.
004630
004640 1000-INITIALIZE-EXIT.
004650     EXIT.
004660
004670******************************************************************
004680* 1100-LOAD-LAST-CLOSED - THE LAST PERIOD SOMMEND CLOSED; NOTHING
004690*                        LATER THAN IT CAN BE ADJUSTED YET
004700******************************************************************
004710 1100-LOAD-LAST-CLOSED.
004720
004730     MOVE ZEROS TO SPJ-LAST-CLOSED-PERIOD.
004740
004750     OPEN INPUT PERIOD-CONTROL-FILE.
004760
004770     IF NOT SPJ-MPD-OK
004780         GO TO 1100-LOAD-LAST-CLOSED-EXIT
004790     END-IF.
004800
004810     READ PERIOD-CONTROL-FILE
004820         AT END
004830             CONTINUE
004840     END-READ.
004850
004860     IF SPJ-MPD-OK
004870         MOVE SOM-MND-LAST-PERIOD TO SPJ-LAST-CLOSED-PERIOD
004880     END-IF.
004890
004900     CLOSE PERIOD-CONTROL-FILE.
004910
004920 1100-LOAD-LAST-CLOSED-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960* 1200-TABLE-PERIODS - ONE PASS OVER SOMPPAF TO TABLE EVERY
004970*                     EFFECTIVE PERIOD WITH A PENDING ITEM, OR
004980*                     WITH AN ITEM APPLIED THIS CYCLE (A RERUN
004990*                     AFTER A FAILURE MAY STILL OWE ITS SOMMEXT
005000*                     RECORD)
005010******************************************************************
005020 1200-TABLE-PERIODS.
005030
005040     MOVE 0 TO SPJ-PERIOD-COUNT.
005050
005060     PERFORM 2800-START-PPADJ
005070         THRU 2800-START-PPADJ-EXIT.
005080
005090     PERFORM 1210-TABLE-ONE-ITEM
005100         THRU 1210-TABLE-ONE-ITEM-EXIT
005110         UNTIL SPJ-PPA-EOF-YES.
005120
005130 1200-TABLE-PERIODS-EXIT.
005140     EXIT.
005150
005160******************************************************************
005170* 1210-TABLE-ONE-ITEM - ADD ONE ITEM'S PERIOD TO THE TABLE WHEN IT
005180*                      IS NOT THERE ALREADY
005190******************************************************************
005200 1210-TABLE-ONE-ITEM.
005210
005220     IF NOT SOM-PPA-PENDING
005230        AND SOM-PPA-APPLIED-DATE NOT = SPJ-CYCLE-DATE
005240         GO TO 1210-TABLE-ONE-ITEM-NEXT
005250     END-IF.
005260
005270     MOVE SOM-PPA-EFF-PERIOD TO SPJ-SEEK-PERIOD.
005280     PERFORM 8100-FIND-PERIOD
005290         THRU 8100-FIND-PERIOD-EXIT.
005300
005310     IF SPJ-FOUND-YES
005320         GO TO 1210-TABLE-ONE-ITEM-NEXT
005330     END-IF.
005340
005350*    A FULL TABLE LEAVES THE LATER PERIODS' ITEMS PENDING FOR THE
005360*    NEXT CYCLE; 2000 REPORTS THEM.
005370     IF SPJ-PERIOD-COUNT NOT < SPJ-PERIOD-MAX
005380         GO TO 1210-TABLE-ONE-ITEM-NEXT
005390     END-IF.
005400
005410     ADD 1 TO SPJ-PERIOD-COUNT.
005420     MOVE SPJ-PERIOD-COUNT TO SPJ-PX.
005430     MOVE SOM-PPA-EFF-PERIOD TO SPJ-PRD-PERIOD (SPJ-PX).
005440     MOVE "N"   TO SPJ-PRD-CLOSED-SWITCH (SPJ-PX).
005450     MOVE "N"   TO SPJ-PRD-TOUCHED-SWITCH (SPJ-PX).
005460     MOVE ZEROS TO SPJ-PRD-DAYS (SPJ-PX).
005470     MOVE ZEROS TO SPJ-PRD-EXC-DAYS (SPJ-PX).
005480     MOVE ZEROS TO SPJ-PRD-CLOSED-RECS (SPJ-PX).
005490     MOVE ZERO  TO SPJ-PRD-CLOSED-AMOUNT (SPJ-PX).
005500     MOVE ZEROS TO SPJ-PRD-LAST-RECS (SPJ-PX).
005510     MOVE ZERO  TO SPJ-PRD-LAST-AMOUNT (SPJ-PX).
005520     MOVE ZEROS TO SPJ-PRD-LAST-ADJ (SPJ-PX).
005530     MOVE ZEROS TO SPJ-PRD-NEW-ADJ (SPJ-PX).
005540     MOVE ZERO  TO SPJ-PRD-DELTA-RECS (SPJ-PX).
005550     MOVE ZERO  TO SPJ-PRD-DELTA-AMOUNT (SPJ-PX).
005560
005570 1210-TABLE-ONE-ITEM-NEXT.
005580
005590     PERFORM 2810-READ-NEXT-PPADJ
005600         THRU 2810-READ-NEXT-PPADJ-EXIT.
005610
005620 1210-TABLE-ONE-ITEM-EXIT.
005630     EXIT.
005640
005650******************************************************************
005660* 1300-LOAD-MONTH-EXTRACT - READ SOMMEXT BACK AND, FOR EACH TABLED
005670*                          PERIOD, KEEP ITS CLOSE FIGURES AND THE
005680*                          FIGURES OF ITS HIGHEST-NUMBERED
005690*                          ADJUSTMENT SO FAR
005700******************************************************************
005710 1300-LOAD-MONTH-EXTRACT.
005720
005730     IF SPJ-PERIOD-COUNT = 0
005740         GO TO 1300-LOAD-MONTH-EXTRACT-EXIT
005750     END-IF.
005760
005770     OPEN INPUT MONTH-EXTRACT-FILE.
005780
005790*    NO SOMMEXT MEANS NO PERIOD HAS BEEN CLOSED; EVERY ITEM STAYS
005800*    PENDING.
005810     IF SPJ-MEX-FILE-NOT-FOUND
005820         GO TO 1300-LOAD-MONTH-EXTRACT-EXIT
005830     END-IF.
005840
005850     IF NOT SPJ-MEX-OK
005860         DISPLAY "SOMPADJ: UNABLE TO OPEN SOMMEXT, STATUS "
005870             SPJ-MEX-STATUS
005880         MOVE 8 TO RETURN-CODE
005890         MOVE "N" TO SPJ-INIT-STATUS-SWITCH
005900         GO TO 1300-LOAD-MONTH-EXTRACT-EXIT
005910     END-IF.
005920
005930     MOVE "N" TO SPJ-MEX-EOF-SWITCH.
005940
005950     PERFORM 1320-READ-MONTH-EXTRACT
005960         THRU 1320-READ-MONTH-EXTRACT-EXIT.
005970
005980     PERFORM 1310-TABLE-ONE-EXTRACT
005990         THRU 1310-TABLE-ONE-EXTRACT-EXIT
006000         UNTIL SPJ-MEX-EOF-YES.
006010
006020     CLOSE MONTH-EXTRACT-FILE.
006030
006040 1300-LOAD-MONTH-EXTRACT-EXIT.
006050     EXIT.
006060
006070******************************************************************
006080* 1310-TABLE-ONE-EXTRACT - FOLD ONE SOMMEXT RECORD INTO ITS PERIOD
006090*                         ENTRY.  THE FILE IS IN THE ORDER
006100*                         WRITTEN, SO A PERIOD'S CLOSE COMES
006110*                         BEFORE ITS ADJUSTMENTS.
006120******************************************************************
006130 1310-TABLE-ONE-EXTRACT.
006140
006150     MOVE SOM-MEX-PERIOD TO SPJ-SEEK-PERIOD.
006160     PERFORM 8100-FIND-PERIOD
006170         THRU 8100-FIND-PERIOD-EXIT.
006180
006190     IF SPJ-FOUND-NO
006200         GO TO 1310-TABLE-ONE-EXTRACT-NEXT
006210     END-IF.
006220
006230     IF SOM-MEX-ADJUSTMENT
006240         IF SOM-MEX-ADJ-NUMBER > SPJ-PRD-LAST-ADJ (SPJ-HIT-PX)
006250             MOVE SOM-MEX-ADJ-NUMBER
006260                 TO SPJ-PRD-LAST-ADJ (SPJ-HIT-PX)
006270             MOVE SOM-MEX-REC-COUNT
006280                 TO SPJ-PRD-LAST-RECS (SPJ-HIT-PX)
006290             MOVE SOM-MEX-TOTAL-AMOUNT
006300                 TO SPJ-PRD-LAST-AMOUNT (SPJ-HIT-PX)
006310         END-IF
006320     ELSE
006330         MOVE "Y" TO SPJ-PRD-CLOSED-SWITCH (SPJ-HIT-PX)
006340         MOVE SOM-MEX-DAY-COUNT    TO SPJ-PRD-DAYS (SPJ-HIT-PX)
006350         MOVE SOM-MEX-EXC-DAYS
006360             TO SPJ-PRD-EXC-DAYS (SPJ-HIT-PX)
006370         MOVE SOM-MEX-REC-COUNT
006380             TO SPJ-PRD-CLOSED-RECS (SPJ-HIT-PX)
006390         MOVE SOM-MEX-TOTAL-AMOUNT
006400             TO SPJ-PRD-CLOSED-AMOUNT (SPJ-HIT-PX)
006410         MOVE SOM-MEX-REC-COUNT
006420             TO SPJ-PRD-LAST-RECS (SPJ-HIT-PX)
006430         MOVE SOM-MEX-TOTAL-AMOUNT
006440             TO SPJ-PRD-LAST-AMOUNT (SPJ-HIT-PX)
006450     END-IF.
006460
006470     MOVE SPJ-PRD-LAST-ADJ (SPJ-HIT-PX)
006480         TO SPJ-PRD-NEW-ADJ (SPJ-HIT-PX).
006490     ADD 1 TO SPJ-PRD-NEW-ADJ (SPJ-HIT-PX).
006500
006510 1310-TABLE-ONE-EXTRACT-NEXT.
006520
006530     PERFORM 1320-READ-MONTH-EXTRACT
006540         THRU 1320-READ-MONTH-EXTRACT-EXIT.
006550
006560 1310-TABLE-ONE-EXTRACT-EXIT.
006570     EXIT.
006580
006590******************************************************************
006600* 1320-READ-MONTH-EXTRACT - READ THE NEXT SOMMEXT RECORD, FLAG EOF
006610******************************************************************
006620 1320-READ-MONTH-EXTRACT.
006630
006640     READ MONTH-EXTRACT-FILE
006650         AT END
006660             MOVE "Y" TO SPJ-MEX-EOF-SWITCH
006670     END-READ.
006680
006690 1320-READ-MONTH-EXTRACT-EXIT.
006700     EXIT.
006710
006720******************************************************************
006730* 2000-ADJUST-ONE-ITEM - APPLY ONE PENDING ITEM TO ITS CLOSED
006740*                       PERIOD, OR LEAVE IT PENDING WHEN ITS
006750*                       PERIOD CANNOT BE ADJUSTED YET.  AN ITEM
006760*                       APPLIED EARLIER THIS CYCLE WHOSE
006770*                       ADJUSTMENT NEVER REACHED SOMMEXT IS
006780*                       COUNTED BACK INTO THE PERIOD'S DELTA
006790*                       WITHOUT BEING APPLIED AGAIN.
006800******************************************************************
006810 2000-ADJUST-ONE-ITEM.
006820
006830     IF NOT SOM-PPA-PENDING
006840        AND SOM-PPA-APPLIED-DATE NOT = SPJ-CYCLE-DATE
006850         GO TO 2000-ADJUST-ONE-ITEM-NEXT
006860     END-IF.
006870
006880     ADD 1 TO SPJ-READ-COUNT.
006890
006900     MOVE SOM-PPA-EFF-PERIOD TO SPJ-SEEK-PERIOD.
006910     PERFORM 8100-FIND-PERIOD
006920         THRU 8100-FIND-PERIOD-EXIT.
006930
006940     IF SOM-PPA-REVERSAL-YES
006950         MOVE -1 TO SPJ-ITEM-COUNT-DELTA
006960     ELSE
006970         MOVE 1  TO SPJ-ITEM-COUNT-DELTA
006980     END-IF.
006990
007000     IF SOM-PPA-APPLIED
007010         PERFORM 2050-RECOVER-APPLIED
007020             THRU 2050-RECOVER-APPLIED-EXIT
007030         GO TO 2000-ADJUST-ONE-ITEM-NEXT
007040     END-IF.
007050
007060     PERFORM 2100-EDIT-ITEM
007070         THRU 2100-EDIT-ITEM-EXIT.
007080
007090     IF SPJ-HOLD-REASON NOT = SPACES
007100         ADD 1 TO SPJ-HELD-COUNT
007110         MOVE "Y" TO SPJ-WARN-SWITCH
007120         PERFORM 2600-BUILD-DETAIL-LINE
007130             THRU 2600-BUILD-DETAIL-LINE-EXIT
007140         MOVE SPACES          TO SPJ-REG-DET-ADJ
007150         MOVE SPJ-HOLD-REASON TO SPJ-REG-DET-NOTE
007160         PERFORM 2900-WRITE-REGISTER-LINE
007170             THRU 2900-WRITE-REGISTER-LINE-EXIT
007180         GO TO 2000-ADJUST-ONE-ITEM-NEXT
007190     END-IF.
007200
007210     PERFORM 2200-UPDATE-EMP-BALANCE
007220         THRU 2200-UPDATE-EMP-BALANCE-EXIT.
007230
007240     PERFORM 2300-UPDATE-CC-HISTORY
007250         THRU 2300-UPDATE-CC-HISTORY-EXIT.
007260
007270     MOVE "A"            TO SOM-PPA-STATE.
007280     MOVE SPJ-PRD-NEW-ADJ (SPJ-HIT-PX) TO SOM-PPA-ADJ-NUMBER.
007290     MOVE SPJ-CYCLE-DATE TO SOM-PPA-APPLIED-DATE.
007300
007310     REWRITE SOM-PPA-RECORD
007320         INVALID KEY
007330             CONTINUE
007340     END-REWRITE.
007350
007360     IF NOT SPJ-PPA-OK
007370         DISPLAY "SOMPADJ: SOMPPAF REWRITE FAILED FOR "
007380             SOM-PPA-TRAN-KEY ", STATUS " SPJ-PPA-STATUS
007390         MOVE "Y" TO SPJ-FAIL-SWITCH
007400     END-IF.
007410
007420     PERFORM 2400-ACCUMULATE-ITEM
007430         THRU 2400-ACCUMULATE-ITEM-EXIT.
007440
007450     ADD 1 TO SPJ-APPLIED-COUNT.
007460
007470     PERFORM 2600-BUILD-DETAIL-LINE
007480         THRU 2600-BUILD-DETAIL-LINE-EXIT.
007490
007500     IF SPJ-NO-CLOSE-YES
007510         MOVE "APPLIED - NO CC CLOSE FIGURE" TO SPJ-REG-DET-NOTE
007520     ELSE
007530         MOVE "APPLIED" TO SPJ-REG-DET-NOTE
007540     END-IF.
007550
007560     PERFORM 2900-WRITE-REGISTER-LINE
007570         THRU 2900-WRITE-REGISTER-LINE-EXIT.
007580
007590 2000-ADJUST-ONE-ITEM-NEXT.
007600
007610     PERFORM 2810-READ-NEXT-PPADJ
007620         THRU 2810-READ-NEXT-PPADJ-EXIT.
007630
007640 2000-ADJUST-ONE-ITEM-EXIT.
007650     EXIT.
007660
007670******************************************************************
007680* 2050-RECOVER-APPLIED - AN ITEM ALREADY APPLIED THIS CYCLE.  WHEN
007690*                       ITS ADJUSTMENT NUMBER IS ABOVE THE LAST
007700*                       ONE ON SOMMEXT, THE RUN THAT APPLIED IT
007710*                       FAILED
007720*                       BEFORE THE ADJUSTMENT RECORD WAS WRITTEN:
007730*                       ITS BALANCES ARE ALREADY UPDATED, SO IT
007740*                       ONLY COUNTS INTO THE DELTA NOW OWED.
007750******************************************************************
007760 2050-RECOVER-APPLIED.
007770
007780     IF SPJ-FOUND-NO
007790         GO TO 2050-RECOVER-APPLIED-EXIT
007800     END-IF.
007810
007820     IF SOM-PPA-ADJ-NUMBER NOT > SPJ-PRD-LAST-ADJ (SPJ-HIT-PX)
007830         GO TO 2050-RECOVER-APPLIED-EXIT
007840     END-IF.
007850
007860     MOVE SOM-PPA-ADJ-NUMBER TO SPJ-PRD-NEW-ADJ (SPJ-HIT-PX).
007870     MOVE "N" TO SPJ-NO-CLOSE-SWITCH.
007880
007890     PERFORM 2400-ACCUMULATE-ITEM
007900         THRU 2400-ACCUMULATE-ITEM-EXIT.
007910
007920     ADD 1 TO SPJ-RECOVERED-COUNT.
007930
007940     PERFORM 2600-BUILD-DETAIL-LINE
007950         THRU 2600-BUILD-DETAIL-LINE-EXIT.
007960     MOVE "RECOVERED - APPLIED EARLIER" TO SPJ-REG-DET-NOTE.
007970     PERFORM 2900-WRITE-REGISTER-LINE
007980         THRU 2900-WRITE-REGISTER-LINE-EXIT.
007990
008000 2050-RECOVER-APPLIED-EXIT.
008010     EXIT.
008020
008030******************************************************************
008040* 2100-EDIT-ITEM - A PENDING ITEM IS APPLIED ONLY TO A PERIOD THAT
008050*                 SOMMEND HAS CLOSED AND THAT HAS ITS CLOSE RECORD
008060*                 ON SOMMEXT.  THE FIRST FAULT FOUND IS THE
008070*                 REASON.
008080******************************************************************
008090 2100-EDIT-ITEM.
008100
008110     MOVE SPACES TO SPJ-HOLD-REASON.
008120
008130     IF SPJ-FOUND-NO
008140         MOVE "PERIOD TABLE FULL - HELD" TO SPJ-HOLD-REASON
008150         GO TO 2100-EDIT-ITEM-EXIT
008160     END-IF.
008170
008180     IF SOM-PPA-EFF-PERIOD > SPJ-LAST-CLOSED-PERIOD
008190         MOVE "PERIOD NOT CLOSED - HELD" TO SPJ-HOLD-REASON
008200         GO TO 2100-EDIT-ITEM-EXIT
008210     END-IF.
008220
008230     IF NOT SPJ-PRD-CLOSED-YES (SPJ-HIT-PX)
008240         MOVE "NO CLOSE ON SOMMEXT - HELD" TO SPJ-HOLD-REASON
008250         GO TO 2100-EDIT-ITEM-EXIT
008260     END-IF.
008270
008280     IF SPJ-PRD-LAST-ADJ (SPJ-HIT-PX) = 999
008290         MOVE "ADJUSTMENT NUMBERS USED UP" TO SPJ-HOLD-REASON
008300         GO TO 2100-EDIT-ITEM-EXIT
008310     END-IF.
008320
008330 2100-EDIT-ITEM-EXIT.
008340     EXIT.
008350
008360******************************************************************
008370* 2200-UPDATE-EMP-BALANCE - FOLD THE ITEM INTO THE EMPLOYEE'S
008380*                          BALANCE FOR ITS EFFECTIVE PERIOD, THE
008390*                          SAME WAY SOMANDO POSTS THE CURRENT ONE.
008400*                          A NEGATING ITEM TAKES THE COUNT BACK.
008410******************************************************************
008420 2200-UPDATE-EMP-BALANCE.
008430
008440     MOVE SOM-PPA-TRAN-KEY   TO SOM-EBL-EMP-ID.
008450     MOVE SOM-PPA-EFF-PERIOD TO SOM-EBL-PERIOD.
008460
008470     READ BALANCE-FILE
008480         KEY IS SOM-EBL-KEY
008490         INVALID KEY
008500             MOVE SOM-PPA-TRAN-KEY   TO SOM-EBL-EMP-ID
008510             MOVE SOM-PPA-EFF-PERIOD TO SOM-EBL-PERIOD
008520             MOVE ZEROS              TO SOM-EBL-POSTED-COUNT
008530             MOVE ZERO               TO SOM-EBL-PTD-AMOUNT
008540     END-READ.
008550
008560     IF SPJ-EBL-OK
008570         ADD SOM-PPA-AMOUNT TO SOM-EBL-PTD-AMOUNT
008580         IF SOM-PPA-REVERSAL-YES
008590             IF SOM-EBL-POSTED-COUNT > 0
008600                 SUBTRACT 1 FROM SOM-EBL-POSTED-COUNT
008610             END-IF
008620         ELSE
008630             ADD 1 TO SOM-EBL-POSTED-COUNT
008640         END-IF
008650         REWRITE SOM-EBL-RECORD
008660             INVALID KEY
008670                 CONTINUE
008680         END-REWRITE
008690     ELSE
008700         ADD SOM-PPA-AMOUNT TO SOM-EBL-PTD-AMOUNT
008710         IF NOT SOM-PPA-REVERSAL-YES
008720             ADD 1 TO SOM-EBL-POSTED-COUNT
008730         END-IF
008740         WRITE SOM-EBL-RECORD
008750             INVALID KEY
008760                 CONTINUE
008770         END-WRITE
008780     END-IF.
008790
008800     IF NOT SPJ-EBL-OK
008810         DISPLAY "SOMPADJ: SOMEBAL UPDATE FAILED FOR "
008820             SOM-EBL-EMP-ID ", STATUS " SPJ-EBL-STATUS
008830         MOVE "Y" TO SPJ-FAIL-SWITCH
008840     END-IF.
008850
008860 2200-UPDATE-EMP-BALANCE-EXIT.
008870     EXIT.
008880
008890******************************************************************
008900* 2300-UPDATE-CC-HISTORY - ADD THE ITEM TO ITS COST CENTER'S
008910*                         ADJUSTMENTS FOR THE PERIOD ON SOMCCPH.
008920*                         A CENTER WITH NO RECORD FOR THE PERIOD
008930*                         (NO SPEND AT THE CLOSE, OR A CLOSE TAKEN
008940*                         BEFORE SOMCCPH EXISTED) GETS ONE WITH A
008950*                         ZERO CLOSED FIGURE.
008960******************************************************************
008970 2300-UPDATE-CC-HISTORY.
008980
008990     MOVE "N" TO SPJ-NO-CLOSE-SWITCH.
009000
009010     MOVE SOM-PPA-COST-CENTER TO SOM-CPH-COST-CENTER.
009020     MOVE SOM-PPA-EFF-PERIOD  TO SOM-CPH-PERIOD.
009030
009040     READ CCHIST-FILE
009050         KEY IS SOM-CPH-KEY
009060         INVALID KEY
009070             MOVE "Y"                 TO SPJ-NO-CLOSE-SWITCH
009080             MOVE SOM-PPA-COST-CENTER TO SOM-CPH-COST-CENTER
009090             MOVE SOM-PPA-EFF-PERIOD  TO SOM-CPH-PERIOD
009100             MOVE ZERO                TO SOM-CPH-CLOSED-AMOUNT
009110                                         SOM-CPH-ADJ-COUNT
009120                                         SOM-CPH-ADJ-AMOUNT
009130             MOVE ZEROS               TO SOM-CPH-LAST-ADJ-NUMBER
009140     END-READ.
009150
009160     ADD SOM-PPA-AMOUNT       TO SOM-CPH-ADJ-AMOUNT.
009170     ADD SPJ-ITEM-COUNT-DELTA TO SOM-CPH-ADJ-COUNT.
009180     MOVE SPJ-PRD-NEW-ADJ (SPJ-HIT-PX) TO SOM-CPH-LAST-ADJ-NUMBER.
009190
009200     IF SPJ-NO-CLOSE-YES
009210         WRITE SOM-CPH-RECORD
009220             INVALID KEY
009230                 CONTINUE
009240         END-WRITE
009250     ELSE
009260         REWRITE SOM-CPH-RECORD
009270             INVALID KEY
009280                 CONTINUE
009290         END-REWRITE
009300     END-IF.
009310
009320     IF NOT SPJ-CPH-OK
009330         DISPLAY "SOMPADJ: SOMCCPH UPDATE FAILED FOR "
009340             SOM-CPH-COST-CENTER ", STATUS " SPJ-CPH-STATUS
009350         MOVE "Y" TO SPJ-FAIL-SWITCH
009360     END-IF.
009370
009380     IF SPJ-NO-CLOSE-YES
009390         MOVE "Y" TO SPJ-WARN-SWITCH
009400     END-IF.
009410
009420 2300-UPDATE-CC-HISTORY-EXIT.
009430     EXIT.
009440
009450******************************************************************
009460* 2400-ACCUMULATE-ITEM - ADD THE ITEM TO ITS PERIOD'S DELTA AND TO
009470*                       THE COST-CENTER TABLE FOR THE REGISTER
009480******************************************************************
009490 2400-ACCUMULATE-ITEM.
009500
009510     MOVE "Y" TO SPJ-PRD-TOUCHED-SWITCH (SPJ-HIT-PX).
009520     ADD SPJ-ITEM-COUNT-DELTA TO SPJ-PRD-DELTA-RECS (SPJ-HIT-PX).
009530     ADD SOM-PPA-AMOUNT TO SPJ-PRD-DELTA-AMOUNT (SPJ-HIT-PX).
009540     ADD SOM-PPA-AMOUNT TO SPJ-APPLIED-TOTAL.
009550
009560     MOVE SOM-PPA-COST-CENTER TO SPJ-SEEK-CC.
009570     PERFORM 8200-FIND-CC
009580         THRU 8200-FIND-CC-EXIT.
009590
009600     IF SPJ-FOUND-NO
009610         IF SPJ-CC-COUNT NOT < SPJ-CC-MAX
009620             DISPLAY "SOMPADJ: COST-CENTER TABLE FULL, "
009630                 SOM-PPA-COST-CENTER " " SOM-PPA-EFF-PERIOD
009640                 " NOT ON THE REGISTER SUMMARY"
009650             GO TO 2400-ACCUMULATE-ITEM-EXIT
009660         END-IF
009670         ADD 1 TO SPJ-CC-COUNT
009680         MOVE SPJ-CC-COUNT TO SPJ-HIT-CX
009690         MOVE SOM-PPA-COST-CENTER
009700             TO SPJ-CCT-COST-CENTER (SPJ-HIT-CX)
009710         MOVE SOM-PPA-EFF-PERIOD TO SPJ-CCT-PERIOD (SPJ-HIT-CX)
009720         MOVE ZERO TO SPJ-CCT-AMOUNT (SPJ-HIT-CX)
009730     END-IF.
009740
009750     ADD SOM-PPA-AMOUNT TO SPJ-CCT-AMOUNT (SPJ-HIT-CX).
009760
009770 2400-ACCUMULATE-ITEM-EXIT.
009780     EXIT.
009790
009800******************************************************************
009810* 2500-WRITE-ADJUSTMENT - APPEND ONE NUMBERED ADJUSTMENT RECORD
009820*                        TO SOMMEXT FOR A PERIOD THIS RUN
009830*                        TOUCHED, AND PRINT ITS AS CLOSED / THIS
009840*                        ADJUSTMENT / AS ADJUSTED FIGURES AND ITS
009850*                        COST CENTERS
009860******************************************************************
009870 2500-WRITE-ADJUSTMENT.
009880
009890     IF NOT SPJ-PRD-TOUCHED-YES (SPJ-PX)
009900         GO TO 2500-WRITE-ADJUSTMENT-EXIT
009910     END-IF.
009920
009930     IF SPJ-MEX-WRITE-COUNT = 0
009940         OPEN EXTEND MONTH-EXTRACT-FILE
009950         IF NOT SPJ-MEX-OK
009960             DISPLAY "SOMPADJ: UNABLE TO OPEN SOMMEXT FOR "
009970                 "EXTEND, STATUS " SPJ-MEX-STATUS
009980             MOVE "Y" TO SPJ-FAIL-SWITCH
009990             MOVE SPJ-PERIOD-COUNT TO SPJ-PX
010000             GO TO 2500-WRITE-ADJUSTMENT-EXIT
010010         END-IF
010020     END-IF.
010030
010040     COMPUTE SPJ-NEW-RECS =
010050         SPJ-PRD-LAST-RECS (SPJ-PX) + SPJ-PRD-DELTA-RECS (SPJ-PX).
010060
010070     IF SPJ-NEW-RECS < 0
010080         MOVE 0 TO SPJ-NEW-RECS
010090     END-IF.
010100
010110     COMPUTE SPJ-NEW-AMOUNT =
010120         SPJ-PRD-LAST-AMOUNT (SPJ-PX)
010130         + SPJ-PRD-DELTA-AMOUNT (SPJ-PX).
010140
010150     MOVE SPJ-PRD-PERIOD (SPJ-PX)   TO SOM-MEX-PERIOD.
010160     MOVE SPJ-PRD-DAYS (SPJ-PX)     TO SOM-MEX-DAY-COUNT.
010170     MOVE SPJ-NEW-RECS              TO SOM-MEX-REC-COUNT.
010180     MOVE SPJ-NEW-AMOUNT            TO SOM-MEX-TOTAL-AMOUNT.
010190     MOVE SPJ-PRD-EXC-DAYS (SPJ-PX) TO SOM-MEX-EXC-DAYS.
010200     MOVE "A"                       TO SOM-MEX-REC-TYPE.
010210     MOVE SPJ-PRD-NEW-ADJ (SPJ-PX)  TO SOM-MEX-ADJ-NUMBER.
010220     MOVE SPJ-CYCLE-DATE            TO SOM-MEX-ADJ-DATE.
010230     MOVE SPJ-PRD-CLOSED-RECS (SPJ-PX)
010240         TO SOM-MEX-CLOSED-REC-COUNT.
010250     MOVE SPJ-PRD-CLOSED-AMOUNT (SPJ-PX)
010260         TO SOM-MEX-CLOSED-AMOUNT.
010270     MOVE SPJ-PRD-DELTA-RECS (SPJ-PX)
010280         TO SOM-MEX-ADJ-REC-COUNT.
010290     MOVE SPJ-PRD-DELTA-AMOUNT (SPJ-PX)
010300         TO SOM-MEX-ADJ-AMOUNT.
010310
010320     WRITE SOM-MONTH-EXTRACT-RECORD.
010330
010340     IF NOT SPJ-MEX-OK
010350         DISPLAY "SOMPADJ: SOMMEXT WRITE FAILED FOR PERIOD "
010360             SOM-MEX-PERIOD ", STATUS " SPJ-MEX-STATUS
010370         MOVE "Y" TO SPJ-FAIL-SWITCH
010380     END-IF.
010390
010400     ADD 1 TO SPJ-MEX-WRITE-COUNT.
010410
010420     PERFORM 2700-PRINT-PERIOD-SUMMARY
010430         THRU 2700-PRINT-PERIOD-SUMMARY-EXIT.
010440
010450 2500-WRITE-ADJUSTMENT-EXIT.
010460     EXIT.
010470
010480******************************************************************
010490* 2600-BUILD-DETAIL-LINE - LOAD THE CURRENT ITEM INTO THE REGISTER
010500*                         DETAIL LINE
010510******************************************************************
010520 2600-BUILD-DETAIL-LINE.
010530
010540     MOVE SPACES              TO SPJ-REG-WORK-LINE.
010550     MOVE SOM-PPA-RUN-DATE    TO SPJ-REG-DET-RUN-DATE.
010560     MOVE SOM-PPA-TRAN-KEY    TO SPJ-REG-DET-KEY.
010570     MOVE SOM-PPA-EFF-PERIOD  TO SPJ-REG-DET-PERIOD.
010580     MOVE SOM-PPA-COST-CENTER TO SPJ-REG-DET-CC.
010590     MOVE SOM-PPA-AMOUNT      TO SPJ-REG-DET-AMOUNT.
010600     MOVE SOM-PPA-ADJ-NUMBER  TO SPJ-REG-DET-ADJ.
010610
010620 2600-BUILD-DETAIL-LINE-EXIT.
010630     EXIT.
010640
010650******************************************************************
010660* 2700-PRINT-PERIOD-SUMMARY - THE PERIOD AS CLOSED, THIS
010670*                            ADJUSTMENT AND AS ADJUSTED, THEN EACH
010680*                            COST CENTER THIS RUN ADJUSTED IN IT
010690******************************************************************
010700 2700-PRINT-PERIOD-SUMMARY.
010710
010720     MOVE SPACES TO SPJ-REG-WORK-LINE.
010730     PERFORM 2900-WRITE-REGISTER-LINE
010740         THRU 2900-WRITE-REGISTER-LINE-EXIT.
010750
010760     MOVE SPACES                 TO SPJ-REG-WORK-LINE.
010770     MOVE "PERIOD AS CLOSED  "   TO SPJ-REG-PER-LABEL.
010780     MOVE SPJ-PRD-PERIOD (SPJ-PX) TO SPJ-REG-PER-PERIOD.
010790     MOVE "000"                  TO SPJ-REG-PER-ADJ.
010800     MOVE SPJ-PRD-CLOSED-RECS (SPJ-PX)   TO SPJ-REG-PER-RECS.
010810     MOVE SPJ-PRD-CLOSED-AMOUNT (SPJ-PX) TO SPJ-REG-PER-AMOUNT.
010820     PERFORM 2900-WRITE-REGISTER-LINE
010830         THRU 2900-WRITE-REGISTER-LINE-EXIT.
010840
010850     MOVE SPACES                 TO SPJ-REG-WORK-LINE.
010860     MOVE "THIS ADJUSTMENT   "   TO SPJ-REG-PER-LABEL.
010870     MOVE SPJ-PRD-PERIOD (SPJ-PX) TO SPJ-REG-PER-PERIOD.
010880     MOVE SPJ-PRD-NEW-ADJ (SPJ-PX) TO SPJ-REG-PER-ADJ.
010890     MOVE SPJ-PRD-DELTA-RECS (SPJ-PX)   TO SPJ-REG-PER-RECS.
010900     MOVE SPJ-PRD-DELTA-AMOUNT (SPJ-PX) TO SPJ-REG-PER-AMOUNT.
010910     PERFORM 2900-WRITE-REGISTER-LINE
010920         THRU 2900-WRITE-REGISTER-LINE-EXIT.
010930
010940     MOVE SPACES                 TO SPJ-REG-WORK-LINE.
010950     MOVE "PERIOD AS ADJUSTED"   TO SPJ-REG-PER-LABEL.
010960     MOVE SPJ-PRD-PERIOD (SPJ-PX) TO SPJ-REG-PER-PERIOD.
010970     MOVE SPJ-PRD-NEW-ADJ (SPJ-PX) TO SPJ-REG-PER-ADJ.
010980     MOVE SPJ-NEW-RECS           TO SPJ-REG-PER-RECS.
010990     MOVE SPJ-NEW-AMOUNT         TO SPJ-REG-PER-AMOUNT.
011000     PERFORM 2900-WRITE-REGISTER-LINE
011010         THRU 2900-WRITE-REGISTER-LINE-EXIT.
011020
011030     MOVE SPACES          TO SPJ-REG-WORK-LINE.
011040     MOVE "CC  "          TO SPJ-REG-COL-CC.
011050     MOVE "    AS CLOSED" TO SPJ-REG-COL-CLOSED.
011060     MOVE "THIS ADJUSTMT" TO SPJ-REG-COL-THIS.
011070     MOVE "  AS ADJUSTED" TO SPJ-REG-COL-ADJUSTED.
011080     MOVE "       BUDGET" TO SPJ-REG-COL-BUDGET.
011090     MOVE "     VARIANCE" TO SPJ-REG-COL-VARIANCE.
011100     PERFORM 2900-WRITE-REGISTER-LINE
011110         THRU 2900-WRITE-REGISTER-LINE-EXIT.
011120
011130     PERFORM 2710-PRINT-ONE-CC
011140         THRU 2710-PRINT-ONE-CC-EXIT
011150         VARYING SPJ-CX FROM 1 BY 1
011160         UNTIL SPJ-CX > SPJ-CC-COUNT.
011170
011180 2700-PRINT-PERIOD-SUMMARY-EXIT.
011190     EXIT.
011200
011210******************************************************************
011220* 2710-PRINT-ONE-CC - ONE CENTER'S SPEND FOR THE PERIOD AS CLOSED,
011230*                    THIS RUN'S ADJUSTMENT, AS ADJUSTED (ALL
011240*                    ADJUSTMENTS TO DATE) AND ITS VARIANCE AGAINST
011250*                    THE SOMBUDG ALLOWANCE (ALLOWANCE LESS SPEND)
011260******************************************************************
011270 2710-PRINT-ONE-CC.
011280
011290     IF SPJ-CCT-PERIOD (SPJ-CX) NOT = SPJ-PRD-PERIOD (SPJ-PX)
011300         GO TO 2710-PRINT-ONE-CC-EXIT
011310     END-IF.
011320
011330     MOVE SPJ-CCT-COST-CENTER (SPJ-CX) TO SOM-CPH-COST-CENTER.
011340     MOVE SPJ-CCT-PERIOD (SPJ-CX)      TO SOM-CPH-PERIOD.
011350
011360     READ CCHIST-FILE
011370         KEY IS SOM-CPH-KEY
011380         INVALID KEY
011390             MOVE ZERO TO SOM-CPH-CLOSED-AMOUNT
011400                          SOM-CPH-ADJ-AMOUNT
011410     END-READ.
011420
011430     MOVE SOM-CPH-CLOSED-AMOUNT TO SPJ-CC-CLOSED.
011440     COMPUTE SPJ-CC-ADJUSTED =
011450         SOM-CPH-CLOSED-AMOUNT + SOM-CPH-ADJ-AMOUNT.
011460
011470     MOVE ZERO TO SPJ-CC-BUDGET.
011480     MOVE "N"  TO SPJ-FOUND-SWITCH.
011490
011500     IF SPJ-BUD-PRESENT-YES
011510         MOVE SPJ-CCT-COST-CENTER (SPJ-CX) TO SOM-BUD-COST-CENTER
011520         MOVE SPJ-CCT-PERIOD (SPJ-CX)      TO SOM-BUD-PERIOD
011530         READ BUDGET-FILE
011540             KEY IS SOM-BUD-KEY
011550             INVALID KEY
011560                 CONTINUE
011570         END-READ
011580         IF SPJ-BUD-OK
011590             MOVE SOM-BUD-AMOUNT TO SPJ-CC-BUDGET
011600             MOVE "Y" TO SPJ-FOUND-SWITCH
011610         END-IF
011620     END-IF.
011630
011640     COMPUTE SPJ-CC-VARIANCE = SPJ-CC-BUDGET - SPJ-CC-ADJUSTED.
011650
011660     MOVE SPACES                       TO SPJ-REG-WORK-LINE.
011670     MOVE SPJ-CCT-COST-CENTER (SPJ-CX) TO SPJ-REG-CC-CODE.
011680     MOVE SPJ-CC-CLOSED                TO SPJ-REG-CC-CLOSED.
011690     MOVE SPJ-CCT-AMOUNT (SPJ-CX)      TO SPJ-REG-CC-THIS.
011700     MOVE SPJ-CC-ADJUSTED              TO SPJ-REG-CC-ADJUSTED.
011710     MOVE SPJ-CC-BUDGET                TO SPJ-REG-CC-BUDGET.
011720     MOVE SPJ-CC-VARIANCE              TO SPJ-REG-CC-VARIANCE.
011730     PERFORM 2900-WRITE-REGISTER-LINE
011740         THRU 2900-WRITE-REGISTER-LINE-EXIT.
011750
011760     IF SPJ-FOUND-NO
011770         MOVE SPACES TO SPJ-REG-WORK-LINE
011780         MOVE "NO SOMBUDG ALLOWANCE FOR THE PERIOD"
011790             TO SPJ-REG-NOTE-TEXT
011800         PERFORM 2900-WRITE-REGISTER-LINE
011810             THRU 2900-WRITE-REGISTER-LINE-EXIT
011820     ELSE
011830         IF SPJ-CC-VARIANCE < 0
011840             MOVE "Y" TO SPJ-WARN-SWITCH
011850             MOVE SPACES TO SPJ-REG-WORK-LINE
011860             MOVE "** OVER BUDGET AS ADJUSTED **"
011870                 TO SPJ-REG-NOTE-TEXT
011880             PERFORM 2900-WRITE-REGISTER-LINE
011890                 THRU 2900-WRITE-REGISTER-LINE-EXIT
011900         END-IF
011910     END-IF.
011920
011930 2710-PRINT-ONE-CC-EXIT.
011940     EXIT.
011950
011960******************************************************************
011970* 2800-START-PPADJ - POSITION ON THE FIRST SOMPPAF ITEM AND READ
011980*                   IT
011990******************************************************************
012000 2800-START-PPADJ.
012010
012020     MOVE "N"   TO SPJ-PPA-EOF-SWITCH.
012030     MOVE ZEROS TO SOM-PPA-KEY.
012040
012050     START PPADJ-FILE
012060         KEY IS NOT LESS THAN SOM-PPA-KEY
012070         INVALID KEY
012080             MOVE "Y" TO SPJ-PPA-EOF-SWITCH
012090     END-START.
012100
012110     IF SPJ-PPA-EOF-NO
012120         PERFORM 2810-READ-NEXT-PPADJ
012130             THRU 2810-READ-NEXT-PPADJ-EXIT
012140     END-IF.
012150
012160 2800-START-PPADJ-EXIT.
012170     EXIT.
012180
012190******************************************************************
012200* 2810-READ-NEXT-PPADJ - READ THE NEXT SOMPPAF ITEM, FLAG EOF
012210******************************************************************
012220 2810-READ-NEXT-PPADJ.
012230
012240     READ PPADJ-FILE NEXT RECORD
012250         AT END
012260             MOVE "Y" TO SPJ-PPA-EOF-SWITCH
012270     END-READ.
012280
012290     IF SPJ-PPA-EOF-NO AND NOT SPJ-PPA-OK
012300         DISPLAY "SOMPADJ: SOMPPAF READ FAILED, STATUS "
012310             SPJ-PPA-STATUS
012320         MOVE "Y" TO SPJ-FAIL-SWITCH
012330         MOVE "Y" TO SPJ-PPA-EOF-SWITCH
012340     END-IF.
012350
012360 2810-READ-NEXT-PPADJ-EXIT.
012370     EXIT.
012380
012390******************************************************************
012400* 2900-WRITE-REGISTER-LINE - MOVE THE WORK LINE TO THE REGISTER
012410*                           RECORD, WRITE IT AND CHECK THE STATUS
012420******************************************************************
012430 2900-WRITE-REGISTER-LINE.
012440
012450     MOVE SPJ-REG-WORK-LINE TO SOM-PPADJ-REGISTER-LINE.
012460     WRITE SOM-PPADJ-REGISTER-LINE.
012470
012480     IF NOT SPJ-REG-OK
012490         DISPLAY "SOMPADJ: SOMPJRPT WRITE FAILED, STATUS "
012500             SPJ-REG-STATUS
012510     END-IF.
012520
012530 2900-WRITE-REGISTER-LINE-EXIT.
012540     EXIT.
012550
012560******************************************************************
012570* 3000-TERMINATE - PRINT THE COUNTS, CLOSE THE FILES AND SET THE
012580*                 RETURN CODE: 8 WHEN A WRITE FAILED, 4 WHEN AN
012590*                 ITEM WAS HELD, A CENTER HAD NO CLOSE FIGURE OR
012600*                 ENDED OVER BUDGET AS ADJUSTED, OTHERWISE 0
012610******************************************************************
012620 3000-TERMINATE.
012630
012640     IF SPJ-INIT-FAILED
012650         GO TO 3000-TERMINATE-EXIT
012660     END-IF.
012670
012680     MOVE SPACES TO SPJ-REG-WORK-LINE.
012690     PERFORM 2900-WRITE-REGISTER-LINE
012700         THRU 2900-WRITE-REGISTER-LINE-EXIT.
012710
012720     MOVE SPACES             TO SPJ-REG-WORK-LINE.
012730     MOVE "ITEMS CONSIDERED:     " TO SPJ-REG-CNT-LABEL.
012740     MOVE SPJ-READ-COUNT     TO SPJ-REG-CNT-COUNT.
012750     PERFORM 2900-WRITE-REGISTER-LINE
012760         THRU 2900-WRITE-REGISTER-LINE-EXIT.
012770
012780     MOVE SPACES             TO SPJ-REG-WORK-LINE.
012790     MOVE "ITEMS APPLIED:        " TO SPJ-REG-CNT-LABEL.
012800     MOVE SPJ-APPLIED-COUNT  TO SPJ-REG-CNT-COUNT.
012810     PERFORM 2900-WRITE-REGISTER-LINE
012820         THRU 2900-WRITE-REGISTER-LINE-EXIT.
012830
012840     MOVE SPACES             TO SPJ-REG-WORK-LINE.
012850     MOVE "ITEMS RECOVERED:      " TO SPJ-REG-CNT-LABEL.
012860     MOVE SPJ-RECOVERED-COUNT TO SPJ-REG-CNT-COUNT.
012870     PERFORM 2900-WRITE-REGISTER-LINE
012880         THRU 2900-WRITE-REGISTER-LINE-EXIT.
012890
012900     MOVE SPACES             TO SPJ-REG-WORK-LINE.
012910     MOVE "ITEMS HELD PENDING:   " TO SPJ-REG-CNT-LABEL.
012920     MOVE SPJ-HELD-COUNT     TO SPJ-REG-CNT-COUNT.
012930     PERFORM 2900-WRITE-REGISTER-LINE
012940         THRU 2900-WRITE-REGISTER-LINE-EXIT.
012950
012960     MOVE SPACES             TO SPJ-REG-WORK-LINE.
012970     MOVE "ADJUSTMENTS WRITTEN:  " TO SPJ-REG-CNT-LABEL.
012980     MOVE SPJ-MEX-WRITE-COUNT TO SPJ-REG-CNT-COUNT.
012990     PERFORM 2900-WRITE-REGISTER-LINE
013000         THRU 2900-WRITE-REGISTER-LINE-EXIT.
013010
013020     MOVE SPACES             TO SPJ-REG-WORK-LINE.
013030     MOVE "AMOUNT ADJUSTED:      " TO SPJ-REG-TOT-LABEL.
013040     MOVE SPJ-APPLIED-TOTAL  TO SPJ-REG-TOT-AMOUNT.
013050     PERFORM 2900-WRITE-REGISTER-LINE
013060         THRU 2900-WRITE-REGISTER-LINE-EXIT.
013070
013080     IF SPJ-MEX-WRITE-COUNT > 0
013090         CLOSE MONTH-EXTRACT-FILE
013100     END-IF.
013110
013120     IF SPJ-PPA-OPEN-YES
013130         CLOSE PPADJ-FILE
013140         CLOSE BALANCE-FILE
013150         CLOSE CCHIST-FILE
013160         IF SPJ-BUD-PRESENT-YES
013170             CLOSE BUDGET-FILE
013180         END-IF
013190     END-IF.
013200
013210     CLOSE REGISTER-FILE.
013220
013230     DISPLAY "SOMPADJ: " SPJ-APPLIED-COUNT " ITEM(S) APPLIED, "
013240         SPJ-HELD-COUNT " HELD, " SPJ-MEX-WRITE-COUNT
013250         " ADJUSTMENT RECORD(S) WRITTEN".
013260
013270     IF SPJ-FAIL-YES
013280         MOVE 8 TO RETURN-CODE
013290     ELSE
013300         IF SPJ-WARN-YES
013310             MOVE 4 TO RETURN-CODE
013320         ELSE
013330             MOVE 0 TO RETURN-CODE
013340         END-IF
013350     END-IF.
013360
013370 3000-TERMINATE-EXIT.
013380     EXIT.
013390
013400******************************************************************
013410* 8100-FIND-PERIOD - LOOK SPJ-SEEK-PERIOD UP IN THE PERIOD TABLE;
013420*                   SPJ-HIT-PX POINTS AT IT WHEN FOUND
013430******************************************************************
013440 8100-FIND-PERIOD.
013450
013460     MOVE "N" TO SPJ-FOUND-SWITCH.
013470     MOVE 0   TO SPJ-HIT-PX.
013480
013490     PERFORM 8110-CHECK-PERIOD
013500         THRU 8110-CHECK-PERIOD-EXIT
013510         VARYING SPJ-PX FROM 1 BY 1
013520         UNTIL SPJ-PX > SPJ-PERIOD-COUNT
013530            OR SPJ-FOUND-YES.
013540
013550 8100-FIND-PERIOD-EXIT.
013560     EXIT.
013570
013580 8110-CHECK-PERIOD.
013590
013600     IF SPJ-PRD-PERIOD (SPJ-PX) = SPJ-SEEK-PERIOD
013610         MOVE SPJ-PX TO SPJ-HIT-PX
013620         MOVE "Y"    TO SPJ-FOUND-SWITCH
013630     END-IF.
013640
013650 8110-CHECK-PERIOD-EXIT.
013660     EXIT.
013670
013680******************************************************************
013690* 8200-FIND-CC - LOOK THE CURRENT ITEM'S CENTER AND PERIOD UP IN
013700*               THE COST-CENTER TABLE; SPJ-HIT-CX POINTS AT IT
013710*               WHEN FOUND
013720******************************************************************
013730 8200-FIND-CC.
013740
013750     MOVE "N" TO SPJ-FOUND-SWITCH.
013760     MOVE 0   TO SPJ-HIT-CX.
013770
013780     PERFORM 8210-CHECK-CC
013790         THRU 8210-CHECK-CC-EXIT
013800         VARYING SPJ-CX FROM 1 BY 1
013810         UNTIL SPJ-CX > SPJ-CC-COUNT
013820            OR SPJ-FOUND-YES.
013830
013840 8200-FIND-CC-EXIT.
013850     EXIT.
013860
013870 8210-CHECK-CC.
013880
013890     IF SPJ-CCT-COST-CENTER (SPJ-CX) = SPJ-SEEK-CC
013900        AND SPJ-CCT-PERIOD (SPJ-CX) = SOM-PPA-EFF-PERIOD
013910         MOVE SPJ-CX TO SPJ-HIT-CX
013920         MOVE "Y"    TO SPJ-FOUND-SWITCH
013930     END-IF.
013940
013950 8210-CHECK-CC-EXIT.
013960     EXIT.
013970
013980 END PROGRAM SOMPADJ.
