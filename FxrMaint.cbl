000010******************************************************************
000020* PROGRAM:     FXRMAINT
000030* AUTHOR:      J. ALVES NOGUEIRA
000040* INSTALLATION: LEARNING-COBOL BATCH SHOP
000050* DATE-WRITTEN: 2026-09-17
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     EXCHANGE-RATE MASTER MAINTENANCE.  READS THE
000090*              FXRTRAN MAINTENANCE TRANSACTION FILE AND APPLIES
000100*              EACH ADD / CHANGE / DELETE ACTION TO THE INDEXED
000110*              DATED EXCHANGE-RATE MASTER (SOMFXR), PRINTING A
000120*              MAINTENANCE REGISTER WITH BEFORE AND AFTER RATES
000130*              AND A COUNT OF APPLIED AND REJECTED ACTIONS.  THE
000140*              POSTING RUN CONVERTS EACH FOREIGN-CURRENCY ITEM
000150*              AT THE RATE CARRIED HERE FOR ITS RUN DATE.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY:
000180*   DATE       INIT  DESCRIPTION
000190*   2026-09-17 JAN   ORIGINAL VERSION - UNTIL NOW FOREIGN-
000200*                    CURRENCY CHARGES WERE CONVERTED BY HAND
000210*                    BEFORE THE BRANCH FILES WERE BUILT.
000220* Tectonics: cobc
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. FXRMAINT.
000260
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT MAINT-TRAN-FILE ASSIGN "FXRTRAN"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS FXM-TRN-STATUS.
000330
000340     SELECT RATE-FILE ASSIGN "SOMFXR"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS SOM-FXR-KEY
000380         FILE STATUS IS FXM-FXR-STATUS.
000390
000400     SELECT REGISTER-FILE ASSIGN "FXRREG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS FXM-REG-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  MAINT-TRAN-FILE
000470     LABEL RECORDS ARE STANDARD.
000480 COPY FXRTRN.
000490
000500 FD  RATE-FILE
000510     LABEL RECORDS ARE STANDARD.
000520 COPY SOMFXR.
000530
000540 FD  REGISTER-FILE
000550     LABEL RECORDS ARE STANDARD.
000560 COPY FXRREG.
000570
000580 WORKING-STORAGE SECTION.
000590 77  FXM-TRN-STATUS              PIC X(02) VALUE "00".
000600     88  FXM-TRN-OK                         VALUE "00".
000610     88  FXM-TRN-EOF                        VALUE "10".
000620
000630 77  FXM-FXR-STATUS              PIC X(02) VALUE "00".
000640     88  FXM-FXR-OK                         VALUE "00".
000650     88  FXM-FXR-NOT-FOUND                  VALUE "23".
000660     88  FXM-FXR-DUPLICATE                  VALUE "22".
000670     88  FXM-FXR-FILE-NOT-FOUND             VALUE "35".
000680
000690 77  FXM-REG-STATUS              PIC X(02) VALUE "00".
000700     88  FXM-REG-OK                         VALUE "00".
000710
000720 77  FXM-EOF-SWITCH              PIC X(01) VALUE "N".
000730     88  FXM-EOF-YES                        VALUE "Y".
000740     88  FXM-EOF-NO                         VALUE "N".
000750
000760 77  FXM-INIT-STATUS-SWITCH      PIC X(01) VALUE "Y".
000770     88  FXM-INIT-OK                        VALUE "Y".
000780     88  FXM-INIT-FAILED                    VALUE "N".
000790
000800 77  FXM-REJECT-SWITCH           PIC X(01) VALUE "N".
000810     88  FXM-REJECT-YES                     VALUE "Y".
000820     88  FXM-REJECT-NO                      VALUE "N".
000830
000840 77  FXM-MASTER-FOUND-SWITCH     PIC X(01) VALUE "N".
000850     88  FXM-MASTER-FOUND-YES               VALUE "Y".
000860     88  FXM-MASTER-FOUND-NO                VALUE "N".
000870
000880 77  FXM-RUN-DATE                PIC 9(08) VALUE ZEROS.
000890 77  FXM-BEFORE-RATE             PIC 9(04)V9(06) VALUE ZERO.
000900 77  FXM-APPLIED-COUNT           PIC 9(05) COMP VALUE 0.
000910 77  FXM-REJECTED-COUNT          PIC 9(05) COMP VALUE 0.
000920 77  FXM-REJECT-REASON           PIC X(30) VALUE SPACES.
000930
000940******************************************************************
000950* FXM-REG-WORK-LINE AND ITS REDEFINES - THE REGISTER LINE IS
000960* BUILT HERE IN WORKING STORAGE, THEN MOVED INTO THE REGISTER-
000970* FILE RECORD JUST BEFORE EACH WRITE.
000980******************************************************************
000990 01  FXM-REG-WORK-LINE               PIC X(080) VALUE SPACES.
001000
001010 01  FXM-REG-HEADING REDEFINES FXM-REG-WORK-LINE.
001020     05  FXM-REG-HDG-LABEL           PIC X(46).
001030     05  FXM-REG-HDG-DATE            PIC X(10).
001040     05  FILLER                      PIC X(24).
001050
001060 01  FXM-REG-ACTION REDEFINES FXM-REG-WORK-LINE.
001070     05  FXM-REG-ACT-CODE            PIC X(01).
001080     05  FILLER                      PIC X(02).
001090     05  FXM-REG-ACT-CURRENCY        PIC X(03).
001100     05  FILLER                      PIC X(01).
001110     05  FXM-REG-ACT-DATE            PIC X(08).
001120     05  FILLER                      PIC X(02).
001130     05  FXM-REG-ACT-DISP            PIC X(08).
001140     05  FILLER                      PIC X(02).
001150     05  FXM-REG-ACT-REASON          PIC X(30).
001160     05  FILLER                      PIC X(23).
001170
001180 01  FXM-REG-IMAGE REDEFINES FXM-REG-WORK-LINE.
001190     05  FILLER                      PIC X(05).
001200     05  FXM-REG-IMG-LABEL           PIC X(08).
001210     05  FXM-REG-IMG-RATE            PIC ZZZ9.999999.
001220     05  FILLER                      PIC X(56).
001230
001240 01  FXM-REG-TOTAL REDEFINES FXM-REG-WORK-LINE.
001250     05  FXM-REG-TOT-LABEL           PIC X(18).
001260     05  FXM-REG-TOT-COUNT           PIC ZZZZ9.
001270     05  FILLER                      PIC X(57).
001280
001290 PROCEDURE DIVISION.
001300******************************************************************
001310* 0000-MAINLINE
001320******************************************************************
001330 0000-MAINLINE.
001340
001350     PERFORM 1000-INITIALIZE
001360         THRU 1000-INITIALIZE-EXIT.
001370
001380     PERFORM 2000-APPLY-MAINT
001390         THRU 2000-APPLY-MAINT-EXIT
001400         UNTIL FXM-EOF-YES.
001410
001420     PERFORM 3000-TERMINATE
001430         THRU 3000-TERMINATE-EXIT.
001440
001450     GOBACK.
001460
001470******************************************************************
001480* 1000-INITIALIZE - OPEN THE FILES, PRINT THE REGISTER HEADING
001490*                  AND PRIME THE TRANSACTION LOOP
001500******************************************************************
001510 1000-INITIALIZE.
001520
001530     OPEN INPUT MAINT-TRAN-FILE.
001540
001550     IF NOT FXM-TRN-OK
001560         DISPLAY "FXRMAINT: UNABLE TO OPEN FXRTRAN, STATUS "
001570             FXM-TRN-STATUS
001580         MOVE "Y" TO FXM-EOF-SWITCH
001590         MOVE 8 TO RETURN-CODE
001600         MOVE "N" TO FXM-INIT-STATUS-SWITCH
001610         GO TO 1000-INITIALIZE-EXIT
001620     END-IF.
001630
001640     OPEN I-O RATE-FILE.
001650
001660     IF FXM-FXR-FILE-NOT-FOUND
001670         OPEN OUTPUT RATE-FILE
001680         IF FXM-FXR-OK
001690             CLOSE RATE-FILE
001700             OPEN I-O RATE-FILE
001710         END-IF
001720     END-IF.
001730
001740     IF NOT FXM-FXR-OK
001750         DISPLAY "FXRMAINT: UNABLE TO OPEN SOMFXR, STATUS "
001760             FXM-FXR-STATUS
001770         MOVE "Y" TO FXM-EOF-SWITCH
001780         MOVE 8 TO RETURN-CODE
001790         MOVE "N" TO FXM-INIT-STATUS-SWITCH
001800         GO TO 1000-INITIALIZE-EXIT
001810     END-IF.
001820
001830     OPEN OUTPUT REGISTER-FILE.
001840
001850     IF NOT FXM-REG-OK
001860         DISPLAY "FXRMAINT: UNABLE TO OPEN FXRREG, STATUS "
001870             FXM-REG-STATUS
001880         MOVE "Y" TO FXM-EOF-SWITCH
001890         MOVE 8 TO RETURN-CODE
001900         MOVE "N" TO FXM-INIT-STATUS-SWITCH
001910         GO TO 1000-INITIALIZE-EXIT
001920     END-IF.
001930
001940     ACCEPT FXM-RUN-DATE FROM DATE YYYYMMDD.
001950     MOVE SPACES TO FXM-REG-WORK-LINE.
001960     MOVE "EXCHANGE-RATE MASTER MAINTENANCE REGISTER RUN "
001970         TO FXM-REG-HDG-LABEL.
001980     MOVE FXM-RUN-DATE TO FXM-REG-HDG-DATE.
001990     PERFORM 2500-WRITE-REGISTER-LINE
002000         THRU 2500-WRITE-REGISTER-LINE-EXIT.
002010
002020     PERFORM 2400-READ-MAINT-RECORD
002030         THRU 2400-READ-MAINT-RECORD-EXIT.
002040
002050 1000-INITIALIZE-EXIT.
002060     EXIT.
002070
002080******************************************************************
002090* 2000-APPLY-MAINT - APPLY ONE MAINTENANCE ACTION TO THE MASTER.
002100*                   THE KEY AND RATE ARE EDITED FIRST, THE
002110*                   BEFORE RATE IS CAPTURED, THE ACTION IS
002120*                   APPLIED (OR REJECTED), AND THE REGISTER GETS
002130*                   AN ACTION LINE PLUS BEFORE AND AFTER LINES.
002140******************************************************************
002150 2000-APPLY-MAINT.
002160
002170     MOVE "N"    TO FXM-REJECT-SWITCH.
002180     MOVE SPACES TO FXM-REJECT-REASON.
002190     MOVE "N"    TO FXM-MASTER-FOUND-SWITCH.
002200
002210     PERFORM 2050-EDIT-KEY
002220         THRU 2050-EDIT-KEY-EXIT.
002230
002240     IF FXM-REJECT-NO
002250         PERFORM 2100-CAPTURE-BEFORE-IMAGE
002260             THRU 2100-CAPTURE-BEFORE-IMAGE-EXIT
002270         IF FXR-TRN-ADD
002280             PERFORM 2210-APPLY-ADD
002290                 THRU 2210-APPLY-ADD-EXIT
002300         ELSE
002310             IF FXR-TRN-CHANGE
002320                 PERFORM 2220-APPLY-CHANGE
002330                     THRU 2220-APPLY-CHANGE-EXIT
002340             ELSE
002350                 IF FXR-TRN-DELETE
002360                     PERFORM 2230-APPLY-DELETE
002370                         THRU 2230-APPLY-DELETE-EXIT
002380                 ELSE
002390                     MOVE "Y" TO FXM-REJECT-SWITCH
002400                     MOVE "INVALID ACTION CODE"
002410                         TO FXM-REJECT-REASON
002420                 END-IF
002430             END-IF
002440         END-IF
002450     END-IF.
002460
002470     IF FXM-REJECT-YES
002480         ADD 1 TO FXM-REJECTED-COUNT
002490     ELSE
002500         ADD 1 TO FXM-APPLIED-COUNT
002510     END-IF.
002520
002530     PERFORM 2300-PRINT-REGISTER-ENTRY
002540         THRU 2300-PRINT-REGISTER-ENTRY-EXIT.
002550
002560     PERFORM 2400-READ-MAINT-RECORD
002570         THRU 2400-READ-MAINT-RECORD-EXIT.
002580
002590 2000-APPLY-MAINT-EXIT.
002600     EXIT.
002610
002620******************************************************************
002630* 2050-EDIT-KEY - THE CURRENCY CODE MUST BE KEYED AND THE RATE
002640*                DATE MUST BE A NUMERIC CCYYMMDD; AN ADD OR A
002650*                CHANGE MUST CARRY A NUMERIC RATE ABOVE ZERO
002660******************************************************************
002670 2050-EDIT-KEY.
002680
002690     IF FXR-TRN-CURRENCY = SPACES
002700         MOVE "Y" TO FXM-REJECT-SWITCH
002710         MOVE "CURRENCY CODE MISSING" TO FXM-REJECT-REASON
002720         GO TO 2050-EDIT-KEY-EXIT
002730     END-IF.
002740
002750     IF FXR-TRN-RATE-DATE NOT NUMERIC
002760        OR FXR-TRN-RATE-DATE = ZEROS
002770         MOVE "Y" TO FXM-REJECT-SWITCH
002780         MOVE "RATE DATE NOT NUMERIC" TO FXM-REJECT-REASON
002790         GO TO 2050-EDIT-KEY-EXIT
002800     END-IF.
002810
002820     IF FXR-TRN-ADD OR FXR-TRN-CHANGE
002830         IF FXR-TRN-RATE NOT NUMERIC
002840            OR FXR-TRN-RATE = ZERO
002850             MOVE "Y" TO FXM-REJECT-SWITCH
002860             MOVE "RATE MISSING OR NOT NUMERIC"
002870                 TO FXM-REJECT-REASON
002880         END-IF
002890     END-IF.
002900
002910 2050-EDIT-KEY-EXIT.
002920     EXIT.
002930
002940******************************************************************
002950* 2100-CAPTURE-BEFORE-IMAGE - READ THE MASTER RECORD CARRYING THE
002960*                            TRANSACTION'S CURRENCY AND DATE AND
002970*                            SAVE ITS RATE FOR THE BEFORE LINE
002980******************************************************************
002990 2100-CAPTURE-BEFORE-IMAGE.
003000
003010     MOVE ZERO TO FXM-BEFORE-RATE.
003020
003030     MOVE FXR-TRN-CURRENCY  TO SOM-FXR-CURRENCY.
003040     MOVE FXR-TRN-RATE-DATE TO SOM-FXR-RATE-DATE.
003050
003060     READ RATE-FILE
003070         KEY IS SOM-FXR-KEY
003080         INVALID KEY
003090             GO TO 2100-CAPTURE-BEFORE-IMAGE-EXIT
003100     END-READ.
003110
003120     IF NOT FXM-FXR-OK
003130         GO TO 2100-CAPTURE-BEFORE-IMAGE-EXIT
003140     END-IF.
003150
003160     MOVE "Y"          TO FXM-MASTER-FOUND-SWITCH.
003170     MOVE SOM-FXR-RATE TO FXM-BEFORE-RATE.
003180
003190 2100-CAPTURE-BEFORE-IMAGE-EXIT.
003200     EXIT.
003210
003220******************************************************************
003230* 2210-APPLY-ADD - WRITE A NEW RATE RECORD.  REJECTED WHEN THE
003240*                 CURRENCY ALREADY HAS A RATE FOR THE DATE.
003250******************************************************************
003260 2210-APPLY-ADD.
003270
003280     IF FXM-MASTER-FOUND-YES
003290         MOVE "Y" TO FXM-REJECT-SWITCH
003300         MOVE "RATE ALREADY ON MASTER"
003310             TO FXM-REJECT-REASON
003320         GO TO 2210-APPLY-ADD-EXIT
003330     END-IF.
003340
003350     MOVE FXR-TRN-CURRENCY  TO SOM-FXR-CURRENCY.
003360     MOVE FXR-TRN-RATE-DATE TO SOM-FXR-RATE-DATE.
003370     MOVE FXR-TRN-RATE      TO SOM-FXR-RATE.
003380
003390     WRITE SOM-FXR-RECORD
003400         INVALID KEY
003410             CONTINUE
003420     END-WRITE.
003430
003440     IF NOT FXM-FXR-OK
003450         MOVE "Y" TO FXM-REJECT-SWITCH
003460         MOVE "SOMFXR WRITE REJECTED"
003470             TO FXM-REJECT-REASON
003480     END-IF.
003490
003500 2210-APPLY-ADD-EXIT.
003510     EXIT.
003520
003530******************************************************************
003540* 2220-APPLY-CHANGE - REPLACE THE RATE ON AN EXISTING RECORD
003550******************************************************************
003560 2220-APPLY-CHANGE.
003570
003580     IF FXM-MASTER-FOUND-NO
003590         MOVE "Y" TO FXM-REJECT-SWITCH
003600         MOVE "RATE NOT ON MASTER"
003610             TO FXM-REJECT-REASON
003620         GO TO 2220-APPLY-CHANGE-EXIT
003630     END-IF.
003640
003650     MOVE FXR-TRN-RATE TO SOM-FXR-RATE.
003660
003670     REWRITE SOM-FXR-RECORD
003680         INVALID KEY
003690             CONTINUE
003700     END-REWRITE.
003710
003720     IF NOT FXM-FXR-OK
003730         MOVE "Y" TO FXM-REJECT-SWITCH
003740         MOVE "SOMFXR REWRITE REJECTED"
003750             TO FXM-REJECT-REASON
003760     END-IF.
003770
003780 2220-APPLY-CHANGE-EXIT.
003790     EXIT.
003800
003810******************************************************************
003820* 2230-APPLY-DELETE - REMOVE A RATE KEYED IN ERROR.  A DATE
003830*                    ALREADY POSTED KEEPS ITS CONVERSIONS ON
003840*                    SOMTHIST; ONLY A RERUN WOULD SEE THE GAP.
003850******************************************************************
003860 2230-APPLY-DELETE.
003870
003880     IF FXM-MASTER-FOUND-NO
003890         MOVE "Y" TO FXM-REJECT-SWITCH
003900         MOVE "RATE NOT ON MASTER"
003910             TO FXM-REJECT-REASON
003920         GO TO 2230-APPLY-DELETE-EXIT
003930     END-IF.
003940
003950     DELETE RATE-FILE
003960         INVALID KEY
003970             CONTINUE
003980     END-DELETE.
003990
004000     IF NOT FXM-FXR-OK
004010         MOVE "Y" TO FXM-REJECT-SWITCH
004020         MOVE "SOMFXR DELETE REJECTED"
004030             TO FXM-REJECT-REASON
004040     END-IF.
004050
004060 2230-APPLY-DELETE-EXIT.
004070     EXIT.
004080
004090******************************************************************
004100* 2300-PRINT-REGISTER-ENTRY - ONE ACTION LINE (WITH DISPOSITION
004110*                            AND REJECT REASON), A BEFORE LINE
004120*                            WHEN THE RATE EXISTED, AND AN AFTER
004130*                            LINE WHEN AN ADD OR CHANGE APPLIED
004140******************************************************************
004150 2300-PRINT-REGISTER-ENTRY.
004160
004170     MOVE SPACES            TO FXM-REG-WORK-LINE.
004180     MOVE FXR-TRN-ACTION    TO FXM-REG-ACT-CODE.
004190     MOVE FXR-TRN-CURRENCY  TO FXM-REG-ACT-CURRENCY.
004200     MOVE FXR-TRN-RATE-DATE TO FXM-REG-ACT-DATE.
004210
004220     IF FXM-REJECT-YES
004230         MOVE "REJECTED"        TO FXM-REG-ACT-DISP
004240         MOVE FXM-REJECT-REASON TO FXM-REG-ACT-REASON
004250     ELSE
004260         MOVE "APPLIED"         TO FXM-REG-ACT-DISP
004270     END-IF.
004280
004290     PERFORM 2500-WRITE-REGISTER-LINE
004300         THRU 2500-WRITE-REGISTER-LINE-EXIT.
004310
004320     IF FXM-MASTER-FOUND-YES
004330         MOVE SPACES          TO FXM-REG-WORK-LINE
004340         MOVE "BEFORE: "      TO FXM-REG-IMG-LABEL
004350         MOVE FXM-BEFORE-RATE TO FXM-REG-IMG-RATE
004360         PERFORM 2500-WRITE-REGISTER-LINE
004370             THRU 2500-WRITE-REGISTER-LINE-EXIT
004380     END-IF.
004390
004400     IF FXM-REJECT-NO AND NOT FXR-TRN-DELETE
004410         MOVE SPACES          TO FXM-REG-WORK-LINE
004420         MOVE "AFTER:  "      TO FXM-REG-IMG-LABEL
004430         MOVE SOM-FXR-RATE    TO FXM-REG-IMG-RATE
004440         PERFORM 2500-WRITE-REGISTER-LINE
004450             THRU 2500-WRITE-REGISTER-LINE-EXIT
004460     END-IF.
004470
004480 2300-PRINT-REGISTER-ENTRY-EXIT.
004490     EXIT.
004500
004510******************************************************************
004520* 2400-READ-MAINT-RECORD - READ THE NEXT TRANSACTION, FLAG EOF
004530******************************************************************
004540 2400-READ-MAINT-RECORD.
004550
004560     READ MAINT-TRAN-FILE
004570         AT END
004580             MOVE "Y" TO FXM-EOF-SWITCH
004590     END-READ.
004600
004610 2400-READ-MAINT-RECORD-EXIT.
004620     EXIT.
004630
004640******************************************************************
004650* 2500-WRITE-REGISTER-LINE - MOVE THE WORK LINE TO THE REGISTER
004660*                           RECORD, WRITE IT AND CHECK THE STATUS
004670******************************************************************
004680 2500-WRITE-REGISTER-LINE.
004690
004700     MOVE FXM-REG-WORK-LINE TO FXR-REGISTER-LINE.
004710     WRITE FXR-REGISTER-LINE.
004720
004730     IF NOT FXM-REG-OK
004740         DISPLAY "FXRMAINT: FXRREG WRITE FAILED, STATUS "
004750             FXM-REG-STATUS
004760     END-IF.
004770
004780 2500-WRITE-REGISTER-LINE-EXIT.
004790     EXIT.
004800
004810******************************************************************
004820* 3000-TERMINATE - PRINT THE APPLIED/REJECTED COUNTS, CLOSE THE
004830*                 FILES AND SET THE COMPLETION CODE.  A RUN WITH
004840*                 REJECTS COMPLETES WITH A WARNING, NOT A FAILURE.
004850******************************************************************
004860 3000-TERMINATE.
004870
004880     IF FXM-INIT-FAILED
004890         GO TO 3000-TERMINATE-EXIT
004900     END-IF.
004910
004920     MOVE SPACES              TO FXM-REG-WORK-LINE.
004930     MOVE "ACTIONS APPLIED:  " TO FXM-REG-TOT-LABEL.
004940     MOVE FXM-APPLIED-COUNT   TO FXM-REG-TOT-COUNT.
004950     PERFORM 2500-WRITE-REGISTER-LINE
004960         THRU 2500-WRITE-REGISTER-LINE-EXIT.
004970
004980     MOVE SPACES              TO FXM-REG-WORK-LINE.
004990     MOVE "ACTIONS REJECTED: " TO FXM-REG-TOT-LABEL.
005000     MOVE FXM-REJECTED-COUNT  TO FXM-REG-TOT-COUNT.
005010     PERFORM 2500-WRITE-REGISTER-LINE
005020         THRU 2500-WRITE-REGISTER-LINE-EXIT.
005030
005040     CLOSE MAINT-TRAN-FILE.
005050     CLOSE RATE-FILE.
005060     CLOSE REGISTER-FILE.
005070
005080     IF FXM-REJECTED-COUNT > 0
005090         MOVE 4 TO RETURN-CODE
005100     ELSE
005110         MOVE 0 TO RETURN-CODE
005120     END-IF.
005130
005140 3000-TERMINATE-EXIT.
005150     EXIT.
005160
005170 END PROGRAM FXRMAINT.
