000010******************************************************************
000020* PROGRAM:     CCHMAINT
000030* AUTHOR:      J. ALVES NOGUEIRA
000040* INSTALLATION: LEARNING-COBOL BATCH SHOP
000050* DATE-WRITTEN: 2026-10-01
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     COST-CENTER HIERARCHY MAINTENANCE.  READS THE
000090*              CCHTRAN MAINTENANCE TRANSACTION FILE AND APPLIES
000100*              EACH ADD / CHANGE / DELETE ACTION TO THE INDEXED
000110*              HIERARCHY FILE (SOMCCH) THAT GROUPS THE SOMCCM
000120*              COST CENTERS INTO DEPARTMENTS, DIVISIONS AND
000130*              REGIONS FOR THE SOMROLL ROLLUP REPORT.  AN ACTION
000140*              IS REJECTED WHEN ITS PARENT IS NOT ON FILE (AN
000150*              ORPHAN), IS NOT ONE LEVEL UP, OR WHEN THE CHANGE
000160*              WOULD MAKE A NODE ITS OWN ANCESTOR (A CYCLE); A
000170*              NODE CANNOT BE DELETED WHILE ANOTHER STILL NAMES
000180*              IT AS PARENT.  AFTER THE ACTIONS THE WHOLE FILE IS
000190*              RE-CHECKED FOR ORPHANS AND CYCLES, AND EVERY ACTIVE
000200*              SOMCCM COST CENTER NOT ASSIGNED TO THE HIERARCHY IS
000210*              LISTED, SO NOTHING SILENTLY DROPS OUT OF THE
000220*              ROLLUP.  THE REGISTER CARRIES BEFORE AND AFTER
000230*              IMAGES AND THE COUNTS.
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY:
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-01 JAN   ORIGINAL VERSION.
000280* Tectonics: cobc
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. CCHMAINT.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT MAINT-TRAN-FILE ASSIGN "CCHTRAN"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS CHM-TRN-STATUS.
000390
000400     SELECT HIERARCHY-FILE ASSIGN "SOMCCH"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS SOM-CCH-CODE
000440         FILE STATUS IS CHM-CCH-STATUS.
000450
000460     SELECT COSTCTR-FILE ASSIGN "SOMCCM"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS SOM-CCM-CODE
000500         FILE STATUS IS CHM-CCM-STATUS.
000510
000520     SELECT REGISTER-FILE ASSIGN "CCHREG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS CHM-REG-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  MAINT-TRAN-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 COPY CCHTRN.
000610
000620 FD  HIERARCHY-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY SOMCCH.
000650
000660 FD  COSTCTR-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY SOMCCM.
000690
000700 FD  REGISTER-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 COPY CCHREG.
000730
000740 WORKING-STORAGE SECTION.
000750 77  CHM-TRN-STATUS              PIC X(02) VALUE "00".
000760     88  CHM-TRN-OK                         VALUE "00".
000770     88  CHM-TRN-EOF                        VALUE "10".
000780
000790 77  CHM-CCH-STATUS              PIC X(02) VALUE "00".
000800     88  CHM-CCH-OK                         VALUE "00".
000810     88  CHM-CCH-EOF                        VALUE "10".
000820     88  CHM-CCH-NOT-FOUND                  VALUE "23".
000830     88  CHM-CCH-DUPLICATE                  VALUE "22".
000840     88  CHM-CCH-FILE-NOT-FOUND             VALUE "35".
000850
000860 77  CHM-CCM-STATUS              PIC X(02) VALUE "00".
000870     88  CHM-CCM-OK                         VALUE "00".
000880     88  CHM-CCM-EOF                        VALUE "10".
000890     88  CHM-CCM-NOT-FOUND                  VALUE "23".
000900
000910 77  CHM-REG-STATUS              PIC X(02) VALUE "00".
000920     88  CHM-REG-OK                         VALUE "00".
000930
000940 77  CHM-EOF-SWITCH              PIC X(01) VALUE "N".
000950     88  CHM-EOF-YES                        VALUE "Y".
000960     88  CHM-EOF-NO                         VALUE "N".
000970
000980 77  CHM-SCAN-EOF-SWITCH         PIC X(01) VALUE "N".
000990     88  CHM-SCAN-EOF-YES                   VALUE "Y".
001000     88  CHM-SCAN-EOF-NO                    VALUE "N".
001010
001020 77  CHM-INIT-STATUS-SWITCH      PIC X(01) VALUE "Y".
001030     88  CHM-INIT-OK                        VALUE "Y".
001040     88  CHM-INIT-FAILED                    VALUE "N".
001050
001060 77  CHM-REJECT-SWITCH           PIC X(01) VALUE "N".
001070     88  CHM-REJECT-YES                     VALUE "Y".
001080     88  CHM-REJECT-NO                      VALUE "N".
001090
001100 77  CHM-NODE-FOUND-SWITCH       PIC X(01) VALUE "N".
001110     88  CHM-NODE-FOUND-YES                 VALUE "Y".
001120     88  CHM-NODE-FOUND-NO                  VALUE "N".
001130
001140 77  CHM-CHILD-SWITCH            PIC X(01) VALUE "N".
001150     88  CHM-CHILD-YES                      VALUE "Y".
001160     88  CHM-CHILD-NO                       VALUE "N".
001170
001180 77  CHM-WALK-DONE-SWITCH        PIC X(01) VALUE "N".
001190     88  CHM-WALK-DONE-YES                  VALUE "Y".
001200     88  CHM-WALK-DONE-NO                   VALUE "N".
001210
001220 77  CHM-TABLE-FULL-SWITCH       PIC X(01) VALUE "N".
001230     88  CHM-TABLE-FULL-YES                 VALUE "Y".
001240     88  CHM-TABLE-FULL-NO                  VALUE "N".
001250
001260 77  CHM-RUN-DATE                PIC 9(08) VALUE ZEROS.
001270 77  CHM-APPLIED-COUNT           PIC 9(05) COMP VALUE 0.
001280 77  CHM-REJECTED-COUNT          PIC 9(05) COMP VALUE 0.
001290 77  CHM-FAULT-COUNT             PIC 9(05) COMP VALUE 0.
001300 77  CHM-UNASSIGNED-COUNT        PIC 9(05) COMP VALUE 0.
001310 77  CHM-REJECT-REASON           PIC X(30) VALUE SPACES.
001320
001330 77  CHM-PARENT-LEVEL            PIC X(01) VALUE SPACES.
001340 77  CHM-WALK-CODE               PIC X(06) VALUE SPACES.
001350 77  CHM-WALK-DEPTH              PIC 9(03) COMP VALUE 0.
001360 77  CHM-FAULT-TYPE              PIC X(10) VALUE SPACES.
001370
001380******************************************************************
001390* CHM-MAX-DEPTH - NO LEGAL CHAIN IS LONGER THAN CENTER, DEPART-
001400* MENT, DIVISION, REGION; A WALK THAT GOES FURTHER IS A LOOP.
001410******************************************************************
001420 77  CHM-MAX-DEPTH               PIC 9(03) COMP VALUE 4.
001430
001440******************************************************************
001450* CHM-BEFORE-IMAGE - SNAPSHOT OF THE NODE AS IT STOOD BEFORE THE
001460* ACTION WAS APPLIED, FOR THE REGISTER'S BEFORE LINE.
001470******************************************************************
001480 01  CHM-BEFORE-IMAGE.
001490     05  CHM-BEF-LEVEL               PIC X(01).
001500     05  CHM-BEF-PARENT              PIC X(06).
001510     05  CHM-BEF-DESC                PIC X(20).
001520
001530******************************************************************
001540* CHM-NEW-IMAGE - THE NODE AS THE ACTION WOULD LEAVE IT.  THE
001550* PARENT CHECKS READ OTHER NODES INTO THE RECORD AREA, SO THE
001560* NEW NODE IS BUILT HERE AND ONLY MOVED TO THE RECORD FOR THE
001570* WRITE OR REWRITE.
001580******************************************************************
001590 01  CHM-NEW-IMAGE.
001600     05  CHM-NEW-CODE                PIC X(06).
001610     05  CHM-NEW-LEVEL               PIC X(01).
001620         88  CHM-NEW-CENTER                     VALUE "C".
001630         88  CHM-NEW-DEPARTMENT                 VALUE "D".
001640         88  CHM-NEW-DIVISION                   VALUE "V".
001650         88  CHM-NEW-REGION                     VALUE "R".
001660         88  CHM-NEW-LEVEL-VALID                VALUE "C" "D"
001670                                                      "V" "R".
001680     05  CHM-NEW-PARENT              PIC X(06).
001690     05  CHM-NEW-DESC                PIC X(20).
001700
001710******************************************************************
001720* CHM-CENTER-CODE - A CENTER NODE'S CODE IS THE FOUR-CHARACTER
001730* SOMCCM CODE; THE LAST TWO POSITIONS MUST BE BLANK.
001740******************************************************************
001750 01  CHM-CENTER-CODE.
001760     05  CHM-CTR-CODE                PIC X(04).
001770     05  CHM-CTR-CODE-REST           PIC X(02).
001780
001790******************************************************************
001800* CHM-NODE-TABLE - THE WHOLE HIERARCHY, LOADED IN CODE SEQUENCE
001810* AFTER THE ACTIONS FOR THE END-OF-RUN CHECKS (A BINARY SEARCH
001820* FINDS A PARENT WITHOUT DISTURBING THE FILE POSITION).
001830******************************************************************
001840 77  CHM-NODE-MAX                PIC 9(05) COMP VALUE 2000.
001850 77  CHM-NODE-COUNT              PIC 9(05) COMP VALUE 0.
001860 77  CHM-NX                      PIC 9(05) COMP VALUE 0.
001870 77  CHM-HIT-NX                  PIC 9(05) COMP VALUE 0.
001880 77  CHM-LO                      PIC 9(05) COMP VALUE 0.
001890 77  CHM-HI                      PIC 9(05) COMP VALUE 0.
001900 77  CHM-MID                     PIC 9(05) COMP VALUE 0.
001910 77  CHM-SEEK-CODE               PIC X(06) VALUE SPACES.
001920
001930 01  CHM-NODE-TABLE.
001940     05  CHM-NODE-ENTRY OCCURS 2000 TIMES.
001950         10  CHM-NDT-CODE            PIC X(06).
001960         10  CHM-NDT-LEVEL           PIC X(01).
001970         10  CHM-NDT-PARENT          PIC X(06).
001980
001990******************************************************************
002000* CHM-REG-WORK-LINE AND ITS REDEFINES - THE REGISTER LINE IS
002010* BUILT HERE IN WORKING STORAGE, THEN MOVED INTO THE REGISTER-
002020* FILE RECORD JUST BEFORE EACH WRITE.
002030******************************************************************
002040 01  CHM-REG-WORK-LINE               PIC X(080) VALUE SPACES.
002050
002060 01  CHM-REG-HEADING REDEFINES CHM-REG-WORK-LINE.
002070     05  CHM-REG-HDG-LABEL           PIC X(48).
002080     05  CHM-REG-HDG-DATE            PIC X(10).
002090     05  FILLER                      PIC X(22).
002100
002110 01  CHM-REG-ACTION REDEFINES CHM-REG-WORK-LINE.
002120     05  CHM-REG-ACT-CODE            PIC X(01).
002130     05  FILLER                      PIC X(02).
002140     05  CHM-REG-ACT-KEY             PIC X(06).
002150     05  FILLER                      PIC X(03).
002160     05  CHM-REG-ACT-DISP            PIC X(08).
002170     05  FILLER                      PIC X(02).
002180     05  CHM-REG-ACT-REASON          PIC X(30).
002190     05  FILLER                      PIC X(28).
002200
002210 01  CHM-REG-IMAGE REDEFINES CHM-REG-WORK-LINE.
002220     05  FILLER                      PIC X(05).
002230     05  CHM-REG-IMG-LABEL           PIC X(08).
002240     05  CHM-REG-IMG-LEVEL           PIC X(01).
002250     05  FILLER                      PIC X(02).
002260     05  CHM-REG-IMG-PARENT          PIC X(06).
002270     05  FILLER                      PIC X(02).
002280     05  CHM-REG-IMG-DESC            PIC X(20).
002290     05  FILLER                      PIC X(36).
002300
002310 01  CHM-REG-SECTION REDEFINES CHM-REG-WORK-LINE.
002320     05  CHM-REG-SEC-LABEL           PIC X(60).
002330     05  FILLER                      PIC X(20).
002340
002350 01  CHM-REG-FAULT REDEFINES CHM-REG-WORK-LINE.
002360     05  FILLER                      PIC X(02).
002370     05  CHM-REG-FLT-TYPE            PIC X(10).
002380     05  FILLER                      PIC X(01).
002390     05  CHM-REG-FLT-CODE            PIC X(06).
002400     05  FILLER                      PIC X(02).
002410     05  CHM-REG-FLT-LEVEL           PIC X(01).
002420     05  FILLER                      PIC X(02).
002430     05  CHM-REG-FLT-PARENT          PIC X(06).
002440     05  FILLER                      PIC X(02).
002450     05  CHM-REG-FLT-REASON          PIC X(30).
002460     05  FILLER                      PIC X(18).
002470
002480 01  CHM-REG-TOTAL REDEFINES CHM-REG-WORK-LINE.
002490     05  CHM-REG-TOT-LABEL           PIC X(30).
002500     05  CHM-REG-TOT-COUNT           PIC ZZZZ9.
002510     05  FILLER                      PIC X(45).
002520
002530 PROCEDURE DIVISION.
002540******************************************************************
002550* 0000-MAINLINE
002560******************************************************************
002570 0000-MAINLINE.
002580
002590     PERFORM 1000-INITIALIZE
002600         THRU 1000-INITIALIZE-EXIT.
002610
002620     PERFORM 2000-APPLY-MAINT
002630         THRU 2000-APPLY-MAINT-EXIT
002640         UNTIL CHM-EOF-YES.
002650
002660     PERFORM 3000-CHECK-HIERARCHY
002670         THRU 3000-CHECK-HIERARCHY-EXIT.
002680
002690     PERFORM 4000-LIST-UNASSIGNED
002700         THRU 4000-LIST-UNASSIGNED-EXIT.
002710
002720     PERFORM 5000-TERMINATE
002730         THRU 5000-TERMINATE-EXIT.
002740
002750     GOBACK.
002760
002770******************************************************************
002780* 1000-INITIALIZE - OPEN THE FILES, PRINT THE REGISTER HEADING
002790*                  AND PRIME THE TRANSACTION LOOP.  THE
002800*                  HIERARCHY FILE IS CREATED ON ITS FIRST RUN.
002810******************************************************************
002820 1000-INITIALIZE.
002830
002840     OPEN INPUT MAINT-TRAN-FILE.
002850
002860     IF NOT CHM-TRN-OK
002870         DISPLAY "CCHMAINT: UNABLE TO OPEN CCHTRAN, STATUS "
002880             CHM-TRN-STATUS
002890         MOVE "Y" TO CHM-EOF-SWITCH
002900         MOVE 8 TO RETURN-CODE
002910         MOVE "N" TO CHM-INIT-STATUS-SWITCH
002920         GO TO 1000-INITIALIZE-EXIT
002930     END-IF.
002940
002950     OPEN I-O HIERARCHY-FILE.
002960
002970     IF CHM-CCH-FILE-NOT-FOUND
002980         OPEN OUTPUT HIERARCHY-FILE
002990         IF CHM-CCH-OK
003000             CLOSE HIERARCHY-FILE
003010             OPEN I-O HIERARCHY-FILE
003020         END-IF
003030     END-IF.
003040
003050     IF NOT CHM-CCH-OK
003060         DISPLAY "CCHMAINT: UNABLE TO OPEN SOMCCH, STATUS "
003070             CHM-CCH-STATUS
003080         MOVE "Y" TO CHM-EOF-SWITCH
003090         MOVE 8 TO RETURN-CODE
003100         MOVE "N" TO CHM-INIT-STATUS-SWITCH
003110         GO TO 1000-INITIALIZE-EXIT
003120     END-IF.
003130
003140     OPEN INPUT COSTCTR-FILE.
003150
003160     IF NOT CHM-CCM-OK
003170         DISPLAY "CCHMAINT: UNABLE TO OPEN SOMCCM, STATUS "
003180             CHM-CCM-STATUS
003190         MOVE "Y" TO CHM-EOF-SWITCH
003200         MOVE 8 TO RETURN-CODE
003210         MOVE "N" TO CHM-INIT-STATUS-SWITCH
003220         GO TO 1000-INITIALIZE-EXIT
003230     END-IF.
003240
003250     OPEN OUTPUT REGISTER-FILE.
003260
003270     IF NOT CHM-REG-OK
003280         DISPLAY "CCHMAINT: UNABLE TO OPEN CCHREG, STATUS "
003290             CHM-REG-STATUS
003300         MOVE "Y" TO CHM-EOF-SWITCH
003310         MOVE 8 TO RETURN-CODE
003320         MOVE "N" TO CHM-INIT-STATUS-SWITCH
003330         GO TO 1000-INITIALIZE-EXIT
003340     END-IF.
003350
003360     ACCEPT CHM-RUN-DATE FROM DATE YYYYMMDD.
003370     MOVE SPACES TO CHM-REG-WORK-LINE.
003380     MOVE "COST-CENTER HIERARCHY MAINTENANCE REGISTER  RUN "
003390         TO CHM-REG-HDG-LABEL.
003400     MOVE CHM-RUN-DATE TO CHM-REG-HDG-DATE.
003410     PERFORM 2900-WRITE-REGISTER-LINE
003420         THRU 2900-WRITE-REGISTER-LINE-EXIT.
003430
003440     PERFORM 2800-READ-MAINT-RECORD
003450         THRU 2800-READ-MAINT-RECORD-EXIT.
003460
003470 1000-INITIALIZE-EXIT.
003480     EXIT.
003490
003500******************************************************************
003510* 2000-APPLY-MAINT - APPLY ONE MAINTENANCE ACTION TO THE
003520*                   HIERARCHY.  THE BEFORE IMAGE IS CAPTURED
003530*                   FIRST, THE ACTION IS APPLIED (OR REJECTED),
003540*                   AND THE REGISTER GETS AN ACTION LINE PLUS
003550*                   BEFORE AND AFTER IMAGE LINES.
003560******************************************************************
003570 2000-APPLY-MAINT.
003580
003590     MOVE "N"    TO CHM-REJECT-SWITCH.
003600     MOVE SPACES TO CHM-REJECT-REASON.
003610
003620     PERFORM 2100-CAPTURE-BEFORE-IMAGE
003630         THRU 2100-CAPTURE-BEFORE-IMAGE-EXIT.
003640
003650     IF CCH-TRN-ADD
003660         PERFORM 2210-APPLY-ADD
003670             THRU 2210-APPLY-ADD-EXIT
003680     ELSE
003690         IF CCH-TRN-CHANGE
003700             PERFORM 2220-APPLY-CHANGE
003710                 THRU 2220-APPLY-CHANGE-EXIT
003720         ELSE
003730             IF CCH-TRN-DELETE
003740                 PERFORM 2230-APPLY-DELETE
003750                     THRU 2230-APPLY-DELETE-EXIT
003760             ELSE
003770                 MOVE "Y" TO CHM-REJECT-SWITCH
003780                 MOVE "INVALID ACTION CODE"
003790                     TO CHM-REJECT-REASON
003800             END-IF
003810         END-IF
003820     END-IF.
003830
003840     IF CHM-REJECT-YES
003850         ADD 1 TO CHM-REJECTED-COUNT
003860     ELSE
003870         ADD 1 TO CHM-APPLIED-COUNT
003880     END-IF.
003890
003900     PERFORM 2700-PRINT-REGISTER-ENTRY
003910         THRU 2700-PRINT-REGISTER-ENTRY-EXIT.
003920
003930     PERFORM 2800-READ-MAINT-RECORD
003940         THRU 2800-READ-MAINT-RECORD-EXIT.
003950
003960 2000-APPLY-MAINT-EXIT.
003970     EXIT.
003980
003990******************************************************************
004000* 2100-CAPTURE-BEFORE-IMAGE - READ THE NODE CARRYING THE
004010*                            TRANSACTION'S CODE AND SNAPSHOT IT
004020*                            FOR THE REGISTER'S BEFORE LINE
004030******************************************************************
004040 2100-CAPTURE-BEFORE-IMAGE.
004050
004060     MOVE "N"    TO CHM-NODE-FOUND-SWITCH.
004070     MOVE SPACES TO CHM-BEFORE-IMAGE.
004080
004090     MOVE CCH-TRN-CODE TO SOM-CCH-CODE.
004100
004110     READ HIERARCHY-FILE
004120         KEY IS SOM-CCH-CODE
004130         INVALID KEY
004140             GO TO 2100-CAPTURE-BEFORE-IMAGE-EXIT
004150     END-READ.
004160
004170     IF NOT CHM-CCH-OK
004180         GO TO 2100-CAPTURE-BEFORE-IMAGE-EXIT
004190     END-IF.
004200
004210     MOVE "Y"            TO CHM-NODE-FOUND-SWITCH.
004220     MOVE SOM-CCH-LEVEL  TO CHM-BEF-LEVEL.
004230     MOVE SOM-CCH-PARENT TO CHM-BEF-PARENT.
004240     MOVE SOM-CCH-DESC   TO CHM-BEF-DESC.
004250
004260 2100-CAPTURE-BEFORE-IMAGE-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300* 2210-APPLY-ADD - WRITE A NEW NODE.  REJECTED WHEN THE CODE IS
004310*                 ALREADY ON FILE, THE LEVEL IS NOT C/D/V/R, A
004320*                 CENTER NODE'S CODE IS NOT ON SOMCCM, OR THE
004330*                 PARENT FAILS THE 2400 CHECKS.  A CENTER NODE
004340*                 KEYED WITHOUT A DESCRIPTION TAKES SOMCCM'S.
004350******************************************************************
004360 2210-APPLY-ADD.
004370
004380     IF CHM-NODE-FOUND-YES
004390         MOVE "Y" TO CHM-REJECT-SWITCH
004400         MOVE "NODE ALREADY ON HIERARCHY"
004410             TO CHM-REJECT-REASON
004420         GO TO 2210-APPLY-ADD-EXIT
004430     END-IF.
004440
004450     IF CCH-TRN-CODE = SPACES
004460         MOVE "Y" TO CHM-REJECT-SWITCH
004470         MOVE "NODE CODE MISSING"
004480             TO CHM-REJECT-REASON
004490         GO TO 2210-APPLY-ADD-EXIT
004500     END-IF.
004510
004520     MOVE CCH-TRN-CODE   TO CHM-NEW-CODE.
004530     MOVE CCH-TRN-LEVEL  TO CHM-NEW-LEVEL.
004540     MOVE CCH-TRN-PARENT TO CHM-NEW-PARENT.
004550     MOVE CCH-TRN-DESC   TO CHM-NEW-DESC.
004560
004570     IF NOT CHM-NEW-LEVEL-VALID
004580         MOVE "Y" TO CHM-REJECT-SWITCH
004590         MOVE "LEVEL MUST BE C, D, V OR R"
004600             TO CHM-REJECT-REASON
004610         GO TO 2210-APPLY-ADD-EXIT
004620     END-IF.
004630
004640     IF CHM-NEW-CENTER
004650         PERFORM 2300-CHECK-CENTER-CODE
004660             THRU 2300-CHECK-CENTER-CODE-EXIT
004670         IF CHM-REJECT-YES
004680             GO TO 2210-APPLY-ADD-EXIT
004690         END-IF
004700         IF CHM-NEW-DESC = SPACES
004710             MOVE SOM-CCM-DESC TO CHM-NEW-DESC
004720         END-IF
004730     END-IF.
004740
004750     PERFORM 2400-CHECK-PARENT
004760         THRU 2400-CHECK-PARENT-EXIT.
004770
004780     IF CHM-REJECT-YES
004790         GO TO 2210-APPLY-ADD-EXIT
004800     END-IF.
004810
004820     MOVE CHM-NEW-CODE   TO SOM-CCH-CODE.
004830     MOVE CHM-NEW-LEVEL  TO SOM-CCH-LEVEL.
004840     MOVE CHM-NEW-PARENT TO SOM-CCH-PARENT.
004850     MOVE CHM-NEW-DESC   TO SOM-CCH-DESC.
004860
004870     WRITE SOM-CCH-RECORD
004880         INVALID KEY
004890             CONTINUE
004900     END-WRITE.
004910
004920     IF NOT CHM-CCH-OK
004930         MOVE "Y" TO CHM-REJECT-SWITCH
004940         MOVE "SOMCCH WRITE REJECTED"
004950             TO CHM-REJECT-REASON
004960     END-IF.
004970
004980 2210-APPLY-ADD-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020* 2220-APPLY-CHANGE - REWRITE AN EXISTING NODE.  ONLY THE FIELDS
005030*                    KEYED NON-BLANK REPLACE THE NODE'S VALUES.
005040*                    A NEW PARENT MOVES THE NODE (AND EVERYTHING
005050*                    UNDER IT) AND MUST PASS THE 2400 CHECKS; THE
005060*                    LEVEL CANNOT BE CHANGED - DELETE AND ADD.
005070******************************************************************
005080 2220-APPLY-CHANGE.
005090
005100     IF CHM-NODE-FOUND-NO
005110         MOVE "Y" TO CHM-REJECT-SWITCH
005120         MOVE "NODE NOT ON HIERARCHY"
005130             TO CHM-REJECT-REASON
005140         GO TO 2220-APPLY-CHANGE-EXIT
005150     END-IF.
005160
005170     IF CCH-TRN-LEVEL NOT = SPACES
005180        AND CCH-TRN-LEVEL NOT = CHM-BEF-LEVEL
005190         MOVE "Y" TO CHM-REJECT-SWITCH
005200         MOVE "LEVEL CANNOT BE CHANGED"
005210             TO CHM-REJECT-REASON
005220         GO TO 2220-APPLY-CHANGE-EXIT
005230     END-IF.
005240
005250     MOVE CCH-TRN-CODE   TO CHM-NEW-CODE.
005260     MOVE CHM-BEF-LEVEL  TO CHM-NEW-LEVEL.
005270     MOVE CHM-BEF-PARENT TO CHM-NEW-PARENT.
005280     MOVE CHM-BEF-DESC   TO CHM-NEW-DESC.
005290
005300     IF CCH-TRN-DESC NOT = SPACES
005310         MOVE CCH-TRN-DESC TO CHM-NEW-DESC
005320     END-IF.
005330
005340     IF CCH-TRN-PARENT NOT = SPACES
005350        AND CCH-TRN-PARENT NOT = CHM-BEF-PARENT
005360         MOVE CCH-TRN-PARENT TO CHM-NEW-PARENT
005370         PERFORM 2400-CHECK-PARENT
005380             THRU 2400-CHECK-PARENT-EXIT
005390         IF CHM-REJECT-YES
005400             GO TO 2220-APPLY-CHANGE-EXIT
005410         END-IF
005420     END-IF.
005430
005440     MOVE CHM-NEW-CODE   TO SOM-CCH-CODE.
005450     MOVE CHM-NEW-LEVEL  TO SOM-CCH-LEVEL.
005460     MOVE CHM-NEW-PARENT TO SOM-CCH-PARENT.
005470     MOVE CHM-NEW-DESC   TO SOM-CCH-DESC.
005480
005490     REWRITE SOM-CCH-RECORD
005500         INVALID KEY
005510             CONTINUE
005520     END-REWRITE.
005530
005540     IF NOT CHM-CCH-OK
005550         MOVE "Y" TO CHM-REJECT-SWITCH
005560         MOVE "SOMCCH REWRITE REJECTED"
005570             TO CHM-REJECT-REASON
005580     END-IF.
005590
005600 2220-APPLY-CHANGE-EXIT.
005610     EXIT.
005620
005630******************************************************************
005640* 2230-APPLY-DELETE - REMOVE A NODE.  REFUSED WHILE ANY OTHER
005650*                    NODE STILL NAMES IT AS PARENT, SO A DELETE
005660*                    NEVER LEAVES AN ORPHAN BEHIND.
005670******************************************************************
005680 2230-APPLY-DELETE.
005690
005700     IF CHM-NODE-FOUND-NO
005710         MOVE "Y" TO CHM-REJECT-SWITCH
005720         MOVE "NODE NOT ON HIERARCHY"
005730             TO CHM-REJECT-REASON
005740         GO TO 2230-APPLY-DELETE-EXIT
005750     END-IF.
005760
005770     PERFORM 2500-FIND-CHILD
005780         THRU 2500-FIND-CHILD-EXIT.
005790
005800     IF CHM-CHILD-YES
005810         MOVE "Y" TO CHM-REJECT-SWITCH
005820         MOVE "NODE STILL HAS CHILDREN"
005830             TO CHM-REJECT-REASON
005840         GO TO 2230-APPLY-DELETE-EXIT
005850     END-IF.
005860
005870     MOVE CCH-TRN-CODE TO SOM-CCH-CODE.
005880
005890     DELETE HIERARCHY-FILE RECORD
005900         INVALID KEY
005910             CONTINUE
005920     END-DELETE.
005930
005940     IF NOT CHM-CCH-OK
005950         MOVE "Y" TO CHM-REJECT-SWITCH
005960         MOVE "SOMCCH DELETE REJECTED"
005970             TO CHM-REJECT-REASON
005980     END-IF.
005990
006000 2230-APPLY-DELETE-EXIT.
006010     EXIT.
006020
006030******************************************************************
006040* 2300-CHECK-CENTER-CODE - A CENTER NODE MUST CARRY A FOUR-
006050*                         CHARACTER CODE THAT IS ON SOMCCM (AN
006060*                         ACTIVE OR A CLOSED CENTER)
006070******************************************************************
006080 2300-CHECK-CENTER-CODE.
006090
006100     MOVE CHM-NEW-CODE TO CHM-CENTER-CODE.
006110
006120     IF CHM-CTR-CODE-REST NOT = SPACES
006130         MOVE "Y" TO CHM-REJECT-SWITCH
006140         MOVE "CENTER CODE LONGER THAN 4"
006150             TO CHM-REJECT-REASON
006160         GO TO 2300-CHECK-CENTER-CODE-EXIT
006170     END-IF.
006180
006190     MOVE CHM-CTR-CODE TO SOM-CCM-CODE.
006200
006210     READ COSTCTR-FILE
006220         KEY IS SOM-CCM-CODE
006230         INVALID KEY
006240             CONTINUE
006250     END-READ.
006260
006270     IF NOT CHM-CCM-OK
006280         MOVE "Y" TO CHM-REJECT-SWITCH
006290         MOVE "COST CENTER NOT ON SOMCCM"
006300             TO CHM-REJECT-REASON
006310     END-IF.
006320
006330 2300-CHECK-CENTER-CODE-EXIT.
006340     EXIT.
006350
006360******************************************************************
006370* 2400-CHECK-PARENT - VALIDATE CHM-NEW-PARENT FOR THE NODE IN
006380*                    CHM-NEW-IMAGE.  A REGION HAS NO PARENT;
006390*                    EVERY OTHER NODE NEEDS ONE THAT IS ON FILE
006400*                    (NO ORPHANS) AND EXACTLY ONE LEVEL UP.  THE
006410*                    PARENT'S OWN ANCESTRY IS THEN WALKED TO THE
006420*                    TOP: MEETING THE NODE ITSELF ON THE WAY MEANS
006430*                    THE CHANGE WOULD CLOSE A CYCLE, AND A CHAIN
006440*                    THAT BREAKS OR RUNS PAST THE DEEPEST LEGAL
006450*                    LEVEL IS REFUSED AS WELL.
006460******************************************************************
006470 2400-CHECK-PARENT.
006480
006490     IF CHM-NEW-REGION
006500         IF CHM-NEW-PARENT NOT = SPACES
006510             MOVE "Y" TO CHM-REJECT-SWITCH
006520             MOVE "A REGION HAS NO PARENT"
006530                 TO CHM-REJECT-REASON
006540         END-IF
006550         GO TO 2400-CHECK-PARENT-EXIT
006560     END-IF.
006570
006580     IF CHM-NEW-PARENT = SPACES
006590         MOVE "Y" TO CHM-REJECT-SWITCH
006600         MOVE "PARENT MISSING"
006610             TO CHM-REJECT-REASON
006620         GO TO 2400-CHECK-PARENT-EXIT
006630     END-IF.
006640
006650     IF CHM-NEW-PARENT = CHM-NEW-CODE
006660         MOVE "Y" TO CHM-REJECT-SWITCH
006670         MOVE "CYCLE - NODE IS ITS OWN PARENT"
006680             TO CHM-REJECT-REASON
006690         GO TO 2400-CHECK-PARENT-EXIT
006700     END-IF.
006710
006720     IF CHM-NEW-CENTER
006730         MOVE "D" TO CHM-PARENT-LEVEL
006740     ELSE
006750         IF CHM-NEW-DEPARTMENT
006760             MOVE "V" TO CHM-PARENT-LEVEL
006770         ELSE
006780             MOVE "R" TO CHM-PARENT-LEVEL
006790         END-IF
006800     END-IF.
006810
006820     MOVE CHM-NEW-PARENT TO SOM-CCH-CODE.
006830
006840     READ HIERARCHY-FILE
006850         KEY IS SOM-CCH-CODE
006860         INVALID KEY
006870             CONTINUE
006880     END-READ.
006890
006900     IF NOT CHM-CCH-OK
006910         MOVE "Y" TO CHM-REJECT-SWITCH
006920         MOVE "ORPHAN - PARENT NOT ON FILE"
006930             TO CHM-REJECT-REASON
006940         GO TO 2400-CHECK-PARENT-EXIT
006950     END-IF.
006960
006970     IF SOM-CCH-LEVEL NOT = CHM-PARENT-LEVEL
006980         MOVE "Y" TO CHM-REJECT-SWITCH
006990         MOVE "PARENT NOT ONE LEVEL UP"
007000             TO CHM-REJECT-REASON
007010         GO TO 2400-CHECK-PARENT-EXIT
007020     END-IF.
007030
007040     MOVE SOM-CCH-PARENT TO CHM-WALK-CODE.
007050     MOVE 1   TO CHM-WALK-DEPTH.
007060     MOVE "N" TO CHM-WALK-DONE-SWITCH.
007070
007080     PERFORM 2410-WALK-ONE-ANCESTOR
007090         THRU 2410-WALK-ONE-ANCESTOR-EXIT
007100         UNTIL CHM-WALK-DONE-YES.
007110
007120 2400-CHECK-PARENT-EXIT.
007130     EXIT.
007140
007150******************************************************************
007160* 2410-WALK-ONE-ANCESTOR - STEP ONE LEVEL UP THE PARENT'S CHAIN
007170******************************************************************
007180 2410-WALK-ONE-ANCESTOR.
007190
007200     IF CHM-WALK-CODE = SPACES
007210         MOVE "Y" TO CHM-WALK-DONE-SWITCH
007220         GO TO 2410-WALK-ONE-ANCESTOR-EXIT
007230     END-IF.
007240
007250     IF CHM-WALK-CODE = CHM-NEW-CODE
007260         MOVE "Y" TO CHM-REJECT-SWITCH
007270         MOVE "CYCLE - NODE ABOVE ITS PARENT"
007280             TO CHM-REJECT-REASON
007290         MOVE "Y" TO CHM-WALK-DONE-SWITCH
007300         GO TO 2410-WALK-ONE-ANCESTOR-EXIT
007310     END-IF.
007320
007330     ADD 1 TO CHM-WALK-DEPTH.
007340
007350     IF CHM-WALK-DEPTH > CHM-MAX-DEPTH
007360         MOVE "Y" TO CHM-REJECT-SWITCH
007370         MOVE "CYCLE - PARENT CHAIN LOOPS"
007380             TO CHM-REJECT-REASON
007390         MOVE "Y" TO CHM-WALK-DONE-SWITCH
007400         GO TO 2410-WALK-ONE-ANCESTOR-EXIT
007410     END-IF.
007420
007430     MOVE CHM-WALK-CODE TO SOM-CCH-CODE.
007440
007450     READ HIERARCHY-FILE
007460         KEY IS SOM-CCH-CODE
007470         INVALID KEY
007480             CONTINUE
007490     END-READ.
007500
007510     IF NOT CHM-CCH-OK
007520         MOVE "Y" TO CHM-REJECT-SWITCH
007530         MOVE "ORPHAN - PARENT CHAIN BROKEN"
007540             TO CHM-REJECT-REASON
007550         MOVE "Y" TO CHM-WALK-DONE-SWITCH
007560         GO TO 2410-WALK-ONE-ANCESTOR-EXIT
007570     END-IF.
007580
007590     MOVE SOM-CCH-PARENT TO CHM-WALK-CODE.
007600
007610 2410-WALK-ONE-ANCESTOR-EXIT.
007620     EXIT.
007630
007640******************************************************************
007650* 2500-FIND-CHILD - SCAN THE HIERARCHY FOR ANY NODE WHOSE PARENT
007660*                  IS THE TRANSACTION'S CODE
007670******************************************************************
007680 2500-FIND-CHILD.
007690
007700     MOVE "N" TO CHM-CHILD-SWITCH.
007710     MOVE "N" TO CHM-SCAN-EOF-SWITCH.
007720     MOVE LOW-VALUES TO SOM-CCH-CODE.
007730
007740     START HIERARCHY-FILE
007750         KEY IS NOT LESS THAN SOM-CCH-CODE
007760         INVALID KEY
007770             GO TO 2500-FIND-CHILD-EXIT
007780     END-START.
007790
007800     PERFORM 2510-CHECK-ONE-CHILD
007810         THRU 2510-CHECK-ONE-CHILD-EXIT
007820         UNTIL CHM-SCAN-EOF-YES OR CHM-CHILD-YES.
007830
007840 2500-FIND-CHILD-EXIT.
007850     EXIT.
007860
007870******************************************************************
007880* 2510-CHECK-ONE-CHILD - READ THE NEXT NODE AND TEST ITS PARENT
007890******************************************************************
007900 2510-CHECK-ONE-CHILD.
007910
007920     READ HIERARCHY-FILE NEXT RECORD
007930         AT END
007940             MOVE "Y" TO CHM-SCAN-EOF-SWITCH
007950             GO TO 2510-CHECK-ONE-CHILD-EXIT
007960     END-READ.
007970
007980     IF SOM-CCH-PARENT = CCH-TRN-CODE
007990         MOVE "Y" TO CHM-CHILD-SWITCH
008000     END-IF.
008010
008020 2510-CHECK-ONE-CHILD-EXIT.
008030     EXIT.
008040
008050******************************************************************
008060* 2700-PRINT-REGISTER-ENTRY - ONE ACTION LINE (WITH DISPOSITION
008070*                            AND REJECT REASON), A BEFORE IMAGE
008080*                            LINE WHEN THE NODE EXISTED, AND AN
008090*                            AFTER IMAGE LINE WHEN AN ADD OR
008100*                            CHANGE WAS APPLIED
008110******************************************************************
008120 2700-PRINT-REGISTER-ENTRY.
008130
008140     MOVE SPACES         TO CHM-REG-WORK-LINE.
008150     MOVE CCH-TRN-ACTION TO CHM-REG-ACT-CODE.
008160     MOVE CCH-TRN-CODE   TO CHM-REG-ACT-KEY.
008170
008180     IF CHM-REJECT-YES
008190         MOVE "REJECTED"        TO CHM-REG-ACT-DISP
008200         MOVE CHM-REJECT-REASON TO CHM-REG-ACT-REASON
008210     ELSE
008220         MOVE "APPLIED"         TO CHM-REG-ACT-DISP
008230     END-IF.
008240
008250     PERFORM 2900-WRITE-REGISTER-LINE
008260         THRU 2900-WRITE-REGISTER-LINE-EXIT.
008270
008280     IF CHM-NODE-FOUND-YES
008290         MOVE SPACES         TO CHM-REG-WORK-LINE
008300         MOVE "BEFORE: "     TO CHM-REG-IMG-LABEL
008310         MOVE CHM-BEF-LEVEL  TO CHM-REG-IMG-LEVEL
008320         MOVE CHM-BEF-PARENT TO CHM-REG-IMG-PARENT
008330         MOVE CHM-BEF-DESC   TO CHM-REG-IMG-DESC
008340         PERFORM 2900-WRITE-REGISTER-LINE
008350             THRU 2900-WRITE-REGISTER-LINE-EXIT
008360     END-IF.
008370
008380     IF CHM-REJECT-NO
008390        AND NOT CCH-TRN-DELETE
008400         MOVE SPACES         TO CHM-REG-WORK-LINE
008410         MOVE "AFTER:  "     TO CHM-REG-IMG-LABEL
008420         MOVE CHM-NEW-LEVEL  TO CHM-REG-IMG-LEVEL
008430         MOVE CHM-NEW-PARENT TO CHM-REG-IMG-PARENT
008440         MOVE CHM-NEW-DESC   TO CHM-REG-IMG-DESC
008450         PERFORM 2900-WRITE-REGISTER-LINE
008460             THRU 2900-WRITE-REGISTER-LINE-EXIT
008470     END-IF.
008480
008490 2700-PRINT-REGISTER-ENTRY-EXIT.
008500     EXIT.
008510
008520******************************************************************
008530* 2800-READ-MAINT-RECORD - READ THE NEXT TRANSACTION, FLAG EOF
008540******************************************************************
008550 2800-READ-MAINT-RECORD.
008560
008570     READ MAINT-TRAN-FILE
008580         AT END
008590             MOVE "Y" TO CHM-EOF-SWITCH
008600     END-READ.
008610
008620 2800-READ-MAINT-RECORD-EXIT.
008630     EXIT.
008640
008650******************************************************************
008660* 2900-WRITE-REGISTER-LINE - MOVE THE WORK LINE TO THE REGISTER
008670*                           RECORD, WRITE IT AND CHECK THE STATUS
008680******************************************************************
008690 2900-WRITE-REGISTER-LINE.
008700
008710     MOVE CHM-REG-WORK-LINE TO CCH-REGISTER-LINE.
008720     WRITE CCH-REGISTER-LINE.
008730
008740     IF NOT CHM-REG-OK
008750         DISPLAY "CCHMAINT: CCHREG WRITE FAILED, STATUS "
008760             CHM-REG-STATUS
008770     END-IF.
008780
008790 2900-WRITE-REGISTER-LINE-EXIT.
008800     EXIT.
008810
008820******************************************************************
008830* 3000-CHECK-HIERARCHY - WITH THE DAY'S ACTIONS APPLIED, LOAD THE
008840*                       WHOLE FILE AND RE-CHECK EVERY NODE: EACH
008850*                       PARENT ON FILE AND ONE LEVEL UP, AND NO
008860*                       ANCESTOR CHAIN THAT LOOPS.  A FILE LOADED
008870*                       OR REPAIRED OUTSIDE THIS PROGRAM IS
008880*                       CAUGHT HERE.
008890******************************************************************
008900 3000-CHECK-HIERARCHY.
008910
008920     IF CHM-INIT-FAILED
008930         GO TO 3000-CHECK-HIERARCHY-EXIT
008940     END-IF.
008950
008960     MOVE SPACES TO CHM-REG-WORK-LINE.
008970     PERFORM 2900-WRITE-REGISTER-LINE
008980         THRU 2900-WRITE-REGISTER-LINE-EXIT.
008990     MOVE "HIERARCHY CHECK - ORPHAN PARENTS AND CYCLES"
009000         TO CHM-REG-SEC-LABEL.
009010     PERFORM 2900-WRITE-REGISTER-LINE
009020         THRU 2900-WRITE-REGISTER-LINE-EXIT.
009030
009040     MOVE 0   TO CHM-NODE-COUNT.
009050     MOVE "N" TO CHM-SCAN-EOF-SWITCH.
009060     MOVE LOW-VALUES TO SOM-CCH-CODE.
009070
009080     START HIERARCHY-FILE
009090         KEY IS NOT LESS THAN SOM-CCH-CODE
009100         INVALID KEY
009110             MOVE "Y" TO CHM-SCAN-EOF-SWITCH
009120     END-START.
009130
009140     PERFORM 3100-LOAD-ONE-NODE
009150         THRU 3100-LOAD-ONE-NODE-EXIT
009160         UNTIL CHM-SCAN-EOF-YES.
009170
009180     PERFORM 3200-CHECK-ONE-NODE
009190         THRU 3200-CHECK-ONE-NODE-EXIT
009200         VARYING CHM-NX FROM 1 BY 1
009210         UNTIL CHM-NX > CHM-NODE-COUNT.
009220
009230 3000-CHECK-HIERARCHY-EXIT.
009240     EXIT.
009250
009260******************************************************************
009270* 3100-LOAD-ONE-NODE - READ THE NEXT NODE INTO THE TABLE
009280******************************************************************
009290 3100-LOAD-ONE-NODE.
009300
009310     READ HIERARCHY-FILE NEXT RECORD
009320         AT END
009330             MOVE "Y" TO CHM-SCAN-EOF-SWITCH
009340             GO TO 3100-LOAD-ONE-NODE-EXIT
009350     END-READ.
009360
009370     IF CHM-NODE-COUNT >= CHM-NODE-MAX
009380         DISPLAY "CCHMAINT: HIERARCHY TABLE FULL AT "
009390             SOM-CCH-CODE ", REST NOT CHECKED"
009400         MOVE "Y" TO CHM-TABLE-FULL-SWITCH
009410         MOVE "Y" TO CHM-SCAN-EOF-SWITCH
009420         GO TO 3100-LOAD-ONE-NODE-EXIT
009430     END-IF.
009440
009450     ADD 1 TO CHM-NODE-COUNT.
009460     MOVE SOM-CCH-CODE   TO CHM-NDT-CODE (CHM-NODE-COUNT).
009470     MOVE SOM-CCH-LEVEL  TO CHM-NDT-LEVEL (CHM-NODE-COUNT).
009480     MOVE SOM-CCH-PARENT TO CHM-NDT-PARENT (CHM-NODE-COUNT).
009490
009500 3100-LOAD-ONE-NODE-EXIT.
009510     EXIT.
009520
009530******************************************************************
009540* 3200-CHECK-ONE-NODE - CHECK ONE TABLED NODE'S PARENT AND WALK
009550*                      ITS ANCESTRY TO THE TOP
009560******************************************************************
009570 3200-CHECK-ONE-NODE.
009580
009590     MOVE SPACES TO CHM-FAULT-TYPE.
009600     MOVE SPACES TO CHM-REJECT-REASON.
009610
009620     IF CHM-NDT-LEVEL (CHM-NX) = "R"
009630         IF CHM-NDT-PARENT (CHM-NX) NOT = SPACES
009640             MOVE "LEVEL"    TO CHM-FAULT-TYPE
009650             MOVE "A REGION HAS NO PARENT"
009660                 TO CHM-REJECT-REASON
009670         END-IF
009680         GO TO 3200-CHECK-ONE-NODE-REPORT
009690     END-IF.
009700
009710     IF CHM-NDT-PARENT (CHM-NX) = SPACES
009720         MOVE "ORPHAN"   TO CHM-FAULT-TYPE
009730         MOVE "PARENT MISSING" TO CHM-REJECT-REASON
009740         GO TO 3200-CHECK-ONE-NODE-REPORT
009750     END-IF.
009760
009770     MOVE CHM-NDT-PARENT (CHM-NX) TO CHM-SEEK-CODE.
009780     PERFORM 8100-FIND-NODE
009790         THRU 8100-FIND-NODE-EXIT.
009800
009810     IF CHM-HIT-NX = 0
009820         MOVE "ORPHAN"   TO CHM-FAULT-TYPE
009830         MOVE "PARENT NOT ON FILE" TO CHM-REJECT-REASON
009840         GO TO 3200-CHECK-ONE-NODE-REPORT
009850     END-IF.
009860
009870     IF (CHM-NDT-LEVEL (CHM-NX) = "C"
009880         AND CHM-NDT-LEVEL (CHM-HIT-NX) NOT = "D")
009890      OR (CHM-NDT-LEVEL (CHM-NX) = "D"
009900         AND CHM-NDT-LEVEL (CHM-HIT-NX) NOT = "V")
009910      OR (CHM-NDT-LEVEL (CHM-NX) = "V"
009920         AND CHM-NDT-LEVEL (CHM-HIT-NX) NOT = "R")
009930         MOVE "LEVEL"    TO CHM-FAULT-TYPE
009940         MOVE "PARENT NOT ONE LEVEL UP" TO CHM-REJECT-REASON
009950         GO TO 3200-CHECK-ONE-NODE-REPORT
009960     END-IF.
009970
009980     MOVE CHM-NDT-PARENT (CHM-HIT-NX) TO CHM-WALK-CODE.
009990     MOVE 1   TO CHM-WALK-DEPTH.
010000     MOVE "N" TO CHM-WALK-DONE-SWITCH.
010010
010020     PERFORM 3210-WALK-ONE-ANCESTOR
010030         THRU 3210-WALK-ONE-ANCESTOR-EXIT
010040         UNTIL CHM-WALK-DONE-YES.
010050
010060 3200-CHECK-ONE-NODE-REPORT.
010070
010080     IF CHM-FAULT-TYPE = SPACES
010090         GO TO 3200-CHECK-ONE-NODE-EXIT
010100     END-IF.
010110
010120     ADD 1 TO CHM-FAULT-COUNT.
010130
010140     MOVE SPACES                  TO CHM-REG-WORK-LINE.
010150     MOVE CHM-FAULT-TYPE          TO CHM-REG-FLT-TYPE.
010160     MOVE CHM-NDT-CODE (CHM-NX)   TO CHM-REG-FLT-CODE.
010170     MOVE CHM-NDT-LEVEL (CHM-NX)  TO CHM-REG-FLT-LEVEL.
010180     MOVE CHM-NDT-PARENT (CHM-NX) TO CHM-REG-FLT-PARENT.
010190     MOVE CHM-REJECT-REASON       TO CHM-REG-FLT-REASON.
010200     PERFORM 2900-WRITE-REGISTER-LINE
010210         THRU 2900-WRITE-REGISTER-LINE-EXIT.
010220
010230 3200-CHECK-ONE-NODE-EXIT.
010240     EXIT.
010250
010260******************************************************************
010270* 3210-WALK-ONE-ANCESTOR - STEP ONE LEVEL UP A TABLED NODE'S
010280*                         CHAIN
010290******************************************************************
010300 3210-WALK-ONE-ANCESTOR.
010310
010320     IF CHM-WALK-CODE = SPACES
010330         MOVE "Y" TO CHM-WALK-DONE-SWITCH
010340         GO TO 3210-WALK-ONE-ANCESTOR-EXIT
010350     END-IF.
010360
010370     IF CHM-WALK-CODE = CHM-NDT-CODE (CHM-NX)
010380         MOVE "CYCLE" TO CHM-FAULT-TYPE
010390         MOVE "NODE IS ITS OWN ANCESTOR" TO CHM-REJECT-REASON
010400         MOVE "Y" TO CHM-WALK-DONE-SWITCH
010410         GO TO 3210-WALK-ONE-ANCESTOR-EXIT
010420     END-IF.
010430
010440     ADD 1 TO CHM-WALK-DEPTH.
010450
010460     IF CHM-WALK-DEPTH > CHM-MAX-DEPTH
010470         MOVE "CYCLE" TO CHM-FAULT-TYPE
010480         MOVE "ANCESTOR CHAIN LOOPS" TO CHM-REJECT-REASON
010490         MOVE "Y" TO CHM-WALK-DONE-SWITCH
010500         GO TO 3210-WALK-ONE-ANCESTOR-EXIT
010510     END-IF.
010520
010530     MOVE CHM-WALK-CODE TO CHM-SEEK-CODE.
010540     PERFORM 8100-FIND-NODE
010550         THRU 8100-FIND-NODE-EXIT.
010560
010570     IF CHM-HIT-NX = 0
010580         MOVE "ORPHAN" TO CHM-FAULT-TYPE
010590         MOVE "ANCESTOR NOT ON FILE" TO CHM-REJECT-REASON
010600         MOVE "Y" TO CHM-WALK-DONE-SWITCH
010610         GO TO 3210-WALK-ONE-ANCESTOR-EXIT
010620     END-IF.
010630
010640     MOVE CHM-NDT-PARENT (CHM-HIT-NX) TO CHM-WALK-CODE.
010650
010660 3210-WALK-ONE-ANCESTOR-EXIT.
010670     EXIT.
010680
010690******************************************************************
010700* 4000-LIST-UNASSIGNED - WALK SOMCCM AND LIST EVERY ACTIVE COST
010710*                       CENTER THAT HAS NO CENTER NODE ON THE
010720*                       HIERARCHY: ITS SPEND WOULD NOT ROLL UP
010730*                       TO ANY DEPARTMENT, DIVISION OR REGION
010740******************************************************************
010750 4000-LIST-UNASSIGNED.
010760
010770     IF CHM-INIT-FAILED
010780         GO TO 4000-LIST-UNASSIGNED-EXIT
010790     END-IF.
010800
010810     MOVE SPACES TO CHM-REG-WORK-LINE.
010820     PERFORM 2900-WRITE-REGISTER-LINE
010830         THRU 2900-WRITE-REGISTER-LINE-EXIT.
010840     MOVE "ACTIVE COST CENTERS NOT ASSIGNED TO THE HIERARCHY"
010850         TO CHM-REG-SEC-LABEL.
010860     PERFORM 2900-WRITE-REGISTER-LINE
010870         THRU 2900-WRITE-REGISTER-LINE-EXIT.
010880
010890     MOVE "N" TO CHM-SCAN-EOF-SWITCH.
010900     MOVE LOW-VALUES TO SOM-CCM-CODE.
010910
010920     START COSTCTR-FILE
010930         KEY IS NOT LESS THAN SOM-CCM-CODE
010940         INVALID KEY
010950             MOVE "Y" TO CHM-SCAN-EOF-SWITCH
010960     END-START.
010970
010980     PERFORM 4100-CHECK-ONE-CENTER
010990         THRU 4100-CHECK-ONE-CENTER-EXIT
011000         UNTIL CHM-SCAN-EOF-YES.
011010
011020 4000-LIST-UNASSIGNED-EXIT.
011030     EXIT.
011040
011050******************************************************************
011060* 4100-CHECK-ONE-CENTER - READ THE NEXT COST CENTER; AN ACTIVE
011070*                        ONE WITHOUT A CENTER NODE IS LISTED
011080******************************************************************
011090 4100-CHECK-ONE-CENTER.
011100
011110     READ COSTCTR-FILE NEXT RECORD
011120         AT END
011130             MOVE "Y" TO CHM-SCAN-EOF-SWITCH
011140             GO TO 4100-CHECK-ONE-CENTER-EXIT
011150     END-READ.
011160
011170     IF NOT SOM-CCM-ACTIVE
011180         GO TO 4100-CHECK-ONE-CENTER-EXIT
011190     END-IF.
011200
011210     MOVE SOM-CCM-CODE TO CHM-SEEK-CODE.
011220     PERFORM 8100-FIND-NODE
011230         THRU 8100-FIND-NODE-EXIT.
011240
011250     IF CHM-HIT-NX > 0
011260         IF CHM-NDT-LEVEL (CHM-HIT-NX) = "C"
011270             GO TO 4100-CHECK-ONE-CENTER-EXIT
011280         END-IF
011290     END-IF.
011300
011310     ADD 1 TO CHM-UNASSIGNED-COUNT.
011320
011330     MOVE SPACES         TO CHM-REG-WORK-LINE.
011340     MOVE "UNASSIGNED"   TO CHM-REG-FLT-TYPE.
011350     MOVE SOM-CCM-CODE   TO CHM-REG-FLT-CODE.
011360     MOVE SOM-CCM-DESC   TO CHM-REG-FLT-REASON.
011370     PERFORM 2900-WRITE-REGISTER-LINE
011380         THRU 2900-WRITE-REGISTER-LINE-EXIT.
011390
011400 4100-CHECK-ONE-CENTER-EXIT.
011410     EXIT.
011420
011430******************************************************************
011440* 5000-TERMINATE - PRINT THE COUNTS, CLOSE THE FILES AND SET THE
011450*                 COMPLETION CODE.  REJECTED ACTIONS, HIERARCHY
011460*                 FAULTS OR UNASSIGNED CENTERS COMPLETE WITH A
011470*                 WARNING, NOT A FAILURE.
011480******************************************************************
011490 5000-TERMINATE.
011500
011510     IF CHM-INIT-FAILED
011520         GO TO 5000-TERMINATE-EXIT
011530     END-IF.
011540
011550     MOVE SPACES TO CHM-REG-WORK-LINE.
011560     PERFORM 2900-WRITE-REGISTER-LINE
011570         THRU 2900-WRITE-REGISTER-LINE-EXIT.
011580
011590     IF CHM-TABLE-FULL-YES
011600         MOVE "HIERARCHY TABLE FULL - CHECKS INCOMPLETE"
011610             TO CHM-REG-SEC-LABEL
011620         PERFORM 2900-WRITE-REGISTER-LINE
011630             THRU 2900-WRITE-REGISTER-LINE-EXIT
011640     END-IF.
011650
011660     MOVE SPACES               TO CHM-REG-WORK-LINE.
011670     MOVE "ACTIONS APPLIED:"   TO CHM-REG-TOT-LABEL.
011680     MOVE CHM-APPLIED-COUNT    TO CHM-REG-TOT-COUNT.
011690     PERFORM 2900-WRITE-REGISTER-LINE
011700         THRU 2900-WRITE-REGISTER-LINE-EXIT.
011710
011720     MOVE SPACES               TO CHM-REG-WORK-LINE.
011730     MOVE "ACTIONS REJECTED:"  TO CHM-REG-TOT-LABEL.
011740     MOVE CHM-REJECTED-COUNT   TO CHM-REG-TOT-COUNT.
011750     PERFORM 2900-WRITE-REGISTER-LINE
011760         THRU 2900-WRITE-REGISTER-LINE-EXIT.
011770
011780     MOVE SPACES               TO CHM-REG-WORK-LINE.
011790     MOVE "NODES ON HIERARCHY:" TO CHM-REG-TOT-LABEL.
011800     MOVE CHM-NODE-COUNT       TO CHM-REG-TOT-COUNT.
011810     PERFORM 2900-WRITE-REGISTER-LINE
011820         THRU 2900-WRITE-REGISTER-LINE-EXIT.
011830
011840     MOVE SPACES               TO CHM-REG-WORK-LINE.
011850     MOVE "HIERARCHY FAULTS:"  TO CHM-REG-TOT-LABEL.
011860     MOVE CHM-FAULT-COUNT      TO CHM-REG-TOT-COUNT.
011870     PERFORM 2900-WRITE-REGISTER-LINE
011880         THRU 2900-WRITE-REGISTER-LINE-EXIT.
011890
011900     MOVE SPACES               TO CHM-REG-WORK-LINE.
011910     MOVE "ACTIVE CENTERS UNASSIGNED:" TO CHM-REG-TOT-LABEL.
011920     MOVE CHM-UNASSIGNED-COUNT TO CHM-REG-TOT-COUNT.
011930     PERFORM 2900-WRITE-REGISTER-LINE
011940         THRU 2900-WRITE-REGISTER-LINE-EXIT.
011950
011960     CLOSE MAINT-TRAN-FILE.
011970     CLOSE HIERARCHY-FILE.
011980     CLOSE COSTCTR-FILE.
011990     CLOSE REGISTER-FILE.
012000
012010     IF CHM-REJECTED-COUNT > 0
012020        OR CHM-FAULT-COUNT > 0
012030        OR CHM-UNASSIGNED-COUNT > 0
012040        OR CHM-TABLE-FULL-YES
012050         MOVE 4 TO RETURN-CODE
012060     ELSE
012070         MOVE 0 TO RETURN-CODE
012080     END-IF.
012090
012100 5000-TERMINATE-EXIT.
012110     EXIT.
012120
012130******************************************************************
012140* 8100-FIND-NODE - BINARY SEARCH OF THE NODE TABLE FOR
012150*                 CHM-SEEK-CODE; CHM-HIT-NX IS ITS SLOT, OR ZERO
012160******************************************************************
012170 8100-FIND-NODE.
012180
012190     MOVE 0 TO CHM-HIT-NX.
012200     MOVE 1 TO CHM-LO.
012210     MOVE CHM-NODE-COUNT TO CHM-HI.
012220
012230     PERFORM 8110-PROBE-NODE
012240         THRU 8110-PROBE-NODE-EXIT
012250         UNTIL CHM-HIT-NX > 0 OR CHM-LO > CHM-HI.
012260
012270 8100-FIND-NODE-EXIT.
012280     EXIT.
012290
012300******************************************************************
012310* 8110-PROBE-NODE - HALVE THE SEARCH RANGE ONCE
012320******************************************************************
012330 8110-PROBE-NODE.
012340
012350     COMPUTE CHM-MID = (CHM-LO + CHM-HI) / 2.
012360
012370     IF CHM-NDT-CODE (CHM-MID) = CHM-SEEK-CODE
012380         MOVE CHM-MID TO CHM-HIT-NX
012390     ELSE
012400         IF CHM-NDT-CODE (CHM-MID) < CHM-SEEK-CODE
012410             COMPUTE CHM-LO = CHM-MID + 1
012420         ELSE
012430             COMPUTE CHM-HI = CHM-MID - 1
012440         END-IF
012450     END-IF.
012460
012470 8110-PROBE-NODE-EXIT.
012480     EXIT.
012490
012500 END PROGRAM CCHMAINT.
