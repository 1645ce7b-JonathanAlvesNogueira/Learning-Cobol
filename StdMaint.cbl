000010******************************************************************
000020* PROGRAM:     STDMAINT
000030* AUTHOR:      J. ALVES NOGUEIRA
000040* INSTALLATION: LEARNING-COBOL BATCH SHOP
000050* DATE-WRITTEN: 2026-10-01
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     STANDING TRANSACTION MASTER MAINTENANCE.  READS
000090*              THE STDTRAN MAINTENANCE TRANSACTION FILE AND
000100*              APPLIES EACH ADD / CHANGE / DELETE ACTION TO THE
000110*              INDEXED STANDING TRANSACTION MASTER (SOMSTND),
000120*              PRINTING A MAINTENANCE REGISTER WITH BEFORE AND
000130*              AFTER IMAGES AND A COUNT OF APPLIED AND REJECTED
000140*              ACTIONS.  AN ADD OR CHANGE MUST NAME AN EMPLOYEE
000150*              ON EMPMAST AND AN ACTIVE COST CENTER ON SOMCCM,
000160*              CARRY A NONZERO AMOUNT, A KNOWN FREQUENCY WITH A
000170*              DAY THAT SUITS IT, AND A VALID START/END WINDOW.
000180*              THE SOMSTGN GENERATOR TURNS EACH ENTRY INTO A
000190*              TRANSACTION ON THE NIGHTS IT FALLS DUE.
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY:
000220*   DATE       INIT  DESCRIPTION
000230*   2026-10-01 JAN   ORIGINAL VERSION - UNTIL NOW RECURRING
000240*                    CHARGES WERE KEYED INTO THE BRANCH FILES
000250*                    BY HAND EVERY TIME THEY FELL DUE.
000260* Tectonics: cobc
000270******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. STDMAINT.
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT MAINT-TRAN-FILE ASSIGN "STDTRAN"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS STM-TRN-STATUS.
000370
000380     SELECT STANDING-FILE ASSIGN "SOMSTND"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS SOM-STD-KEY
000420         FILE STATUS IS STM-STD-STATUS.
000430
000440     SELECT EMPLOYEE-FILE ASSIGN "EMPMAST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS EMP-ID
000480         FILE STATUS IS STM-EMP-STATUS.
000490
000500     SELECT COSTCTR-FILE ASSIGN "SOMCCM"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS SOM-CCM-CODE
000540         FILE STATUS IS STM-CCM-STATUS.
000550
000560     SELECT REGISTER-FILE ASSIGN "STDREG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS STM-REG-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  MAINT-TRAN-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY STDTRN.
000650
000660 FD  STANDING-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY SOMSTND.
000690
000700 FD  EMPLOYEE-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 COPY EMPMAST.
000730
000740 FD  COSTCTR-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 COPY SOMCCM.
000770
000780 FD  REGISTER-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 COPY STDREG.
000810
000820 WORKING-STORAGE SECTION.
000830 77  STM-TRN-STATUS              PIC X(02) VALUE "00".
000840     88  STM-TRN-OK                         VALUE "00".
000850     88  STM-TRN-EOF                        VALUE "10".
000860
000870 77  STM-STD-STATUS              PIC X(02) VALUE "00".
000880     88  STM-STD-OK                         VALUE "00".
000890     88  STM-STD-NOT-FOUND                  VALUE "23".
000900     88  STM-STD-DUPLICATE                  VALUE "22".
000910     88  STM-STD-FILE-NOT-FOUND             VALUE "35".
000920
000930 77  STM-EMP-STATUS              PIC X(02) VALUE "00".
000940     88  STM-EMP-OK                         VALUE "00".
000950     88  STM-EMP-NOT-FOUND                  VALUE "23".
000960
000970 77  STM-CCM-STATUS              PIC X(02) VALUE "00".
000980     88  STM-CCM-OK                         VALUE "00".
000990     88  STM-CCM-NOT-FOUND                  VALUE "23".
001000
001010 77  STM-REG-STATUS              PIC X(02) VALUE "00".
001020     88  STM-REG-OK                         VALUE "00".
001030
001040 77  STM-EOF-SWITCH              PIC X(01) VALUE "N".
001050     88  STM-EOF-YES                        VALUE "Y".
001060     88  STM-EOF-NO                         VALUE "N".
001070
001080 77  STM-INIT-STATUS-SWITCH      PIC X(01) VALUE "Y".
001090     88  STM-INIT-OK                        VALUE "Y".
001100     88  STM-INIT-FAILED                    VALUE "N".
001110
001120 77  STM-REJECT-SWITCH           PIC X(01) VALUE "N".
001130     88  STM-REJECT-YES                     VALUE "Y".
001140     88  STM-REJECT-NO                      VALUE "N".
001150
001160 77  STM-MASTER-FOUND-SWITCH     PIC X(01) VALUE "N".
001170     88  STM-MASTER-FOUND-YES               VALUE "Y".
001180     88  STM-MASTER-FOUND-NO                VALUE "N".
001190
001200 77  STM-RUN-DATE                PIC 9(08) VALUE ZEROS.
001210 77  STM-APPLIED-COUNT           PIC 9(05) COMP VALUE 0.
001220 77  STM-REJECTED-COUNT          PIC 9(05) COMP VALUE 0.
001230 77  STM-REJECT-REASON           PIC X(30) VALUE SPACES.
001240 77  STM-LEAP-QUOTIENT           PIC 9(04) VALUE ZEROS.
001250 77  STM-LEAP-REMAINDER          PIC 9(01) VALUE ZEROS.
001260 77  STM-MONTH-LIMIT             PIC 9(02) VALUE ZEROS.
001270
001280******************************************************************
001290* STM-BEFORE-xxx - THE MASTER'S SCHEDULE FIELDS AS THEY STOOD
001300* BEFORE THE ACTION, FOR THE REGISTER'S BEFORE LINE AND FOR
001310* TELLING WHETHER A CHANGE MOVED THE SCHEDULE.
001320******************************************************************
001330 01  STM-BEFORE-IMAGE.
001340     05  STM-BEFORE-CC               PIC X(04).
001350     05  STM-BEFORE-AMOUNT           PIC S9(7)V99 COMP-3.
001360     05  STM-BEFORE-CCY              PIC X(03).
001370     05  STM-BEFORE-FREQUENCY        PIC X(01).
001380     05  STM-BEFORE-DAY              PIC 9(02).
001390     05  STM-BEFORE-START-DATE       PIC 9(08).
001400     05  STM-BEFORE-END-DATE         PIC 9(08).
001410
001420******************************************************************
001430* STM-CHECK-DATE - A START OR END DATE IS MOVED HERE TO HAVE ITS
001440* MONTH AND DAY EDITED.
001450******************************************************************
001460 01  STM-CHECK-DATE              PIC 9(08) VALUE ZEROS.
001470 01  STM-CHECK-FIELDS REDEFINES STM-CHECK-DATE.
001480     05  STM-CHK-CCYY            PIC 9(04).
001490     05  STM-CHK-MM              PIC 9(02).
001500     05  STM-CHK-DD              PIC 9(02).
001510
001520******************************************************************
001530* STM-MONTH-DAYS - DAYS PER MONTH FOR THE DATE EDIT; FEBRUARY IS
001540* ADJUSTED FOR LEAP YEARS AT USE.
001550******************************************************************
001560 01  STM-MONTH-DAYS-VALUES.
001570     05  FILLER                  PIC X(24)
001580         VALUE "312831303130313130313031".
001590 01  STM-MONTH-DAYS-TABLE REDEFINES STM-MONTH-DAYS-VALUES.
001600     05  STM-MONTH-DAYS          OCCURS 12 TIMES PIC 9(02).
001610
001620******************************************************************
001630* STM-REG-WORK-LINE AND ITS REDEFINES - THE REGISTER LINE IS
001640* BUILT HERE IN WORKING STORAGE, THEN MOVED INTO THE REGISTER-
001650* FILE RECORD JUST BEFORE EACH WRITE.
001660******************************************************************
001670 01  STM-REG-WORK-LINE               PIC X(080) VALUE SPACES.
001680
001690 01  STM-REG-HEADING REDEFINES STM-REG-WORK-LINE.
001700     05  STM-REG-HDG-LABEL           PIC X(46).
001710     05  STM-REG-HDG-DATE            PIC X(10).
001720     05  FILLER                      PIC X(24).
001730
001740 01  STM-REG-ACTION REDEFINES STM-REG-WORK-LINE.
001750     05  STM-REG-ACT-CODE            PIC X(01).
001760     05  FILLER                      PIC X(02).
001770     05  STM-REG-ACT-EMP-ID          PIC X(06).
001780     05  FILLER                      PIC X(01).
001790     05  STM-REG-ACT-SEQ             PIC X(02).
001800     05  FILLER                      PIC X(02).
001810     05  STM-REG-ACT-DISP            PIC X(08).
001820     05  FILLER                      PIC X(02).
001830     05  STM-REG-ACT-REASON          PIC X(30).
001840     05  FILLER                      PIC X(26).
001850
001860 01  STM-REG-IMAGE REDEFINES STM-REG-WORK-LINE.
001870     05  FILLER                      PIC X(05).
001880     05  STM-REG-IMG-LABEL           PIC X(08).
001890     05  STM-REG-IMG-CC              PIC X(04).
001900     05  FILLER                      PIC X(01).
001910     05  STM-REG-IMG-AMOUNT          PIC -ZZZZZZ9.99.
001920     05  FILLER                      PIC X(01).
001930     05  STM-REG-IMG-CCY             PIC X(03).
001940     05  FILLER                      PIC X(01).
001950     05  STM-REG-IMG-FREQUENCY       PIC X(01).
001960     05  FILLER                      PIC X(01).
001970     05  STM-REG-IMG-DAY             PIC Z9.
001980     05  FILLER                      PIC X(01).
001990     05  STM-REG-IMG-START           PIC 9(08).
002000     05  FILLER                      PIC X(01).
002010     05  STM-REG-IMG-END             PIC 9(08).
002020     05  FILLER                      PIC X(24).
002030
002040 01  STM-REG-TOTAL REDEFINES STM-REG-WORK-LINE.
002050     05  STM-REG-TOT-LABEL           PIC X(18).
002060     05  STM-REG-TOT-COUNT           PIC ZZZZ9.
002070     05  FILLER                      PIC X(57).
002080
002090 PROCEDURE DIVISION.
002100******************************************************************
002110* 0000-MAINLINE
002120******************************************************************
002130 0000-MAINLINE.
002140
002150     PERFORM 1000-INITIALIZE
002160         THRU 1000-INITIALIZE-EXIT.
002170
002180     PERFORM 2000-APPLY-MAINT
002190         THRU 2000-APPLY-MAINT-EXIT
002200         UNTIL STM-EOF-YES.
002210
002220     PERFORM 3000-TERMINATE
002230         THRU 3000-TERMINATE-EXIT.
002240
002250     GOBACK.
002260
002270******************************************************************
002280* 1000-INITIALIZE - OPEN THE FILES, PRINT THE REGISTER HEADING
002290*                  AND PRIME THE TRANSACTION LOOP
002300******************************************************************
002310 1000-INITIALIZE.
002320
002330     OPEN INPUT MAINT-TRAN-FILE.
002340
002350     IF NOT STM-TRN-OK
002360         DISPLAY "STDMAINT: UNABLE TO OPEN STDTRAN, STATUS "
002370             STM-TRN-STATUS
002380         MOVE "Y" TO STM-EOF-SWITCH
002390         MOVE 8 TO RETURN-CODE
002400         MOVE "N" TO STM-INIT-STATUS-SWITCH
002410         GO TO 1000-INITIALIZE-EXIT
002420     END-IF.
002430
002440     OPEN I-O STANDING-FILE.
002450
002460     IF STM-STD-FILE-NOT-FOUND
002470         OPEN OUTPUT STANDING-FILE
002480         IF STM-STD-OK
002490             CLOSE STANDING-FILE
002500             OPEN I-O STANDING-FILE
002510         END-IF
002520     END-IF.
002530
002540     IF NOT STM-STD-OK
002550         DISPLAY "STDMAINT: UNABLE TO OPEN SOMSTND, STATUS "
002560             STM-STD-STATUS
002570         MOVE "Y" TO STM-EOF-SWITCH
002580         MOVE 8 TO RETURN-CODE
002590         MOVE "N" TO STM-INIT-STATUS-SWITCH
002600         GO TO 1000-INITIALIZE-EXIT
002610     END-IF.
002620
002630     OPEN INPUT EMPLOYEE-FILE.
002640
002650     IF NOT STM-EMP-OK
002660         DISPLAY "STDMAINT: UNABLE TO OPEN EMPMAST, STATUS "
002670             STM-EMP-STATUS
002680         MOVE "Y" TO STM-EOF-SWITCH
002690         MOVE 8 TO RETURN-CODE
002700         MOVE "N" TO STM-INIT-STATUS-SWITCH
002710         GO TO 1000-INITIALIZE-EXIT
002720     END-IF.
002730
002740     OPEN INPUT COSTCTR-FILE.
002750
002760     IF NOT STM-CCM-OK
002770         DISPLAY "STDMAINT: UNABLE TO OPEN SOMCCM, STATUS "
002780             STM-CCM-STATUS
002790         MOVE "Y" TO STM-EOF-SWITCH
002800         MOVE 8 TO RETURN-CODE
002810         MOVE "N" TO STM-INIT-STATUS-SWITCH
002820         GO TO 1000-INITIALIZE-EXIT
002830     END-IF.
002840
002850     OPEN OUTPUT REGISTER-FILE.
002860
002870     IF NOT STM-REG-OK
002880         DISPLAY "STDMAINT: UNABLE TO OPEN STDREG, STATUS "
002890             STM-REG-STATUS
002900         MOVE "Y" TO STM-EOF-SWITCH
002910         MOVE 8 TO RETURN-CODE
002920         MOVE "N" TO STM-INIT-STATUS-SWITCH
002930         GO TO 1000-INITIALIZE-EXIT
002940     END-IF.
002950
002960     ACCEPT STM-RUN-DATE FROM DATE YYYYMMDD.
002970     MOVE SPACES TO STM-REG-WORK-LINE.
002980     MOVE "STANDING TRANSACTION MAINTENANCE REGISTER RUN "
002990         TO STM-REG-HDG-LABEL.
003000     MOVE STM-RUN-DATE TO STM-REG-HDG-DATE.
003010     PERFORM 2500-WRITE-REGISTER-LINE
003020         THRU 2500-WRITE-REGISTER-LINE-EXIT.
003030
003040     PERFORM 2400-READ-MAINT-RECORD
003050         THRU 2400-READ-MAINT-RECORD-EXIT.
003060
003070 1000-INITIALIZE-EXIT.
003080     EXIT.
003090
003100******************************************************************
003110* 2000-APPLY-MAINT - APPLY ONE MAINTENANCE ACTION TO THE MASTER.
003120*                   THE KEY IS EDITED FIRST, THE BEFORE IMAGE
003130*                   IS CAPTURED, AN ADD OR CHANGE HAS ITS
003140*                   SCHEDULE EDITED, THE ACTION IS APPLIED (OR
003150*                   REJECTED), AND THE REGISTER GETS AN ACTION
003160*                   LINE PLUS BEFORE AND AFTER LINES.
003170******************************************************************
003180 2000-APPLY-MAINT.
003190
003200     MOVE "N"    TO STM-REJECT-SWITCH.
003210     MOVE SPACES TO STM-REJECT-REASON.
003220     MOVE "N"    TO STM-MASTER-FOUND-SWITCH.
003230
003240     PERFORM 2050-EDIT-KEY
003250         THRU 2050-EDIT-KEY-EXIT.
003260
003270     IF STM-REJECT-NO
003280         PERFORM 2100-CAPTURE-BEFORE-IMAGE
003290             THRU 2100-CAPTURE-BEFORE-IMAGE-EXIT
003300         IF STD-TRN-ADD OR STD-TRN-CHANGE
003310             PERFORM 2060-EDIT-SCHEDULE
003320                 THRU 2060-EDIT-SCHEDULE-EXIT
003330         END-IF
003340     END-IF.
003350
003360     IF STM-REJECT-NO
003370         IF STD-TRN-ADD
003380             PERFORM 2210-APPLY-ADD
003390                 THRU 2210-APPLY-ADD-EXIT
003400         ELSE
003410             IF STD-TRN-CHANGE
003420                 PERFORM 2220-APPLY-CHANGE
003430                     THRU 2220-APPLY-CHANGE-EXIT
003440             ELSE
003450                 IF STD-TRN-DELETE
003460                     PERFORM 2230-APPLY-DELETE
003470                         THRU 2230-APPLY-DELETE-EXIT
003480                 ELSE
003490                     MOVE "Y" TO STM-REJECT-SWITCH
003500                     MOVE "INVALID ACTION CODE"
003510                         TO STM-REJECT-REASON
003520                 END-IF
003530             END-IF
003540         END-IF
003550     END-IF.
003560
003570     IF STM-REJECT-YES
003580         ADD 1 TO STM-REJECTED-COUNT
003590     ELSE
003600         ADD 1 TO STM-APPLIED-COUNT
003610     END-IF.
003620
003630     PERFORM 2300-PRINT-REGISTER-ENTRY
003640         THRU 2300-PRINT-REGISTER-ENTRY-EXIT.
003650
003660     PERFORM 2400-READ-MAINT-RECORD
003670         THRU 2400-READ-MAINT-RECORD-EXIT.
003680
003690 2000-APPLY-MAINT-EXIT.
003700     EXIT.
003710
003720******************************************************************
003730* 2050-EDIT-KEY - THE EMPLOYEE ID MUST BE NUMERIC AND NONZERO
003740*                AND THE SEQUENCE NUMERIC
003750******************************************************************
003760 2050-EDIT-KEY.
003770
003780     IF STD-TRN-EMP-ID NOT NUMERIC
003790        OR STD-TRN-EMP-ID = ZEROS
003800         MOVE "Y" TO STM-REJECT-SWITCH
003810         MOVE "EMPLOYEE ID NOT NUMERIC" TO STM-REJECT-REASON
003820         GO TO 2050-EDIT-KEY-EXIT
003830     END-IF.
003840
003850     IF STD-TRN-SEQ NOT NUMERIC
003860         MOVE "Y" TO STM-REJECT-SWITCH
003870         MOVE "SEQUENCE NOT NUMERIC" TO STM-REJECT-REASON
003880     END-IF.
003890
003900 2050-EDIT-KEY-EXIT.
003910     EXIT.
003920
003930******************************************************************
003940* 2060-EDIT-SCHEDULE - AN ADD OR CHANGE MUST NAME AN EMPLOYEE ON
003950*                     EMPMAST AND AN ACTIVE COST CENTER, CARRY A
003960*                     NONZERO AMOUNT, A KNOWN FREQUENCY AND A
003970*                     DAY IN RANGE FOR IT (WEEKDAY 1-7, DAY OF
003980*                     MONTH 1-31, BUSINESS DAY OF PERIOD 1-23,
003990*                     NONE FOR DAILY), A VALID START DATE NOT
004000*                     BEFORE TODAY WHEN IT IS NEW OR MOVED, AND
004010*                     AN END DATE OF ZERO OR ON/AFTER THE START
004020******************************************************************
004030 2060-EDIT-SCHEDULE.
004040
004050     MOVE STD-TRN-EMP-ID TO EMP-ID.
004060
004070     READ EMPLOYEE-FILE
004080         KEY IS EMP-ID
004090         INVALID KEY
004100             MOVE "Y" TO STM-REJECT-SWITCH
004110             MOVE "EMPLOYEE NOT ON EMPMAST"
004120                 TO STM-REJECT-REASON
004130             GO TO 2060-EDIT-SCHEDULE-EXIT
004140     END-READ.
004150
004160     MOVE STD-TRN-COST-CENTER TO SOM-CCM-CODE.
004170
004180     READ COSTCTR-FILE
004190         KEY IS SOM-CCM-CODE
004200         INVALID KEY
004210             MOVE "Y" TO STM-REJECT-SWITCH
004220             MOVE "COST CENTER NOT ON SOMCCM"
004230                 TO STM-REJECT-REASON
004240             GO TO 2060-EDIT-SCHEDULE-EXIT
004250     END-READ.
004260
004270     IF NOT SOM-CCM-ACTIVE
004280         MOVE "Y" TO STM-REJECT-SWITCH
004290         MOVE "COST CENTER NOT ACTIVE" TO STM-REJECT-REASON
004300         GO TO 2060-EDIT-SCHEDULE-EXIT
004310     END-IF.
004320
004330     IF STD-TRN-AMOUNT NOT NUMERIC
004340        OR STD-TRN-AMOUNT = ZERO
004350         MOVE "Y" TO STM-REJECT-SWITCH
004360         MOVE "AMOUNT MISSING OR NOT NUMERIC"
004370             TO STM-REJECT-REASON
004380         GO TO 2060-EDIT-SCHEDULE-EXIT
004390     END-IF.
004400
004410     IF STD-TRN-DAY NOT NUMERIC
004420         MOVE "Y" TO STM-REJECT-SWITCH
004430         MOVE "DAY NOT NUMERIC" TO STM-REJECT-REASON
004440         GO TO 2060-EDIT-SCHEDULE-EXIT
004450     END-IF.
004460
004470     MOVE STD-TRN-FREQUENCY TO SOM-STD-FREQUENCY.
004480
004490     IF NOT SOM-STD-FREQUENCY-VALID
004500         MOVE "Y" TO STM-REJECT-SWITCH
004510         MOVE "FREQUENCY NOT D, W, M OR P" TO STM-REJECT-REASON
004520         GO TO 2060-EDIT-SCHEDULE-EXIT
004530     END-IF.
004540
004550     IF (SOM-STD-DAILY   AND STD-TRN-DAY NOT = 0)
004560        OR (SOM-STD-WEEKLY  AND
004570            (STD-TRN-DAY < 1 OR STD-TRN-DAY > 7))
004580        OR (SOM-STD-MONTHLY AND
004590            (STD-TRN-DAY < 1 OR STD-TRN-DAY > 31))
004600        OR (SOM-STD-PERIODIC AND
004610            (STD-TRN-DAY < 1 OR STD-TRN-DAY > 23))
004620         MOVE "Y" TO STM-REJECT-SWITCH
004630         MOVE "DAY OUT OF RANGE FOR FREQUENCY"
004640             TO STM-REJECT-REASON
004650         GO TO 2060-EDIT-SCHEDULE-EXIT
004660     END-IF.
004670
004680     IF STD-TRN-START-DATE NOT NUMERIC
004690         MOVE "Y" TO STM-REJECT-SWITCH
004700         MOVE "START DATE NOT VALID" TO STM-REJECT-REASON
004710         GO TO 2060-EDIT-SCHEDULE-EXIT
004720     END-IF.
004730
004740     MOVE STD-TRN-START-DATE TO STM-CHECK-DATE.
004750     PERFORM 2070-EDIT-CHECK-DATE
004760         THRU 2070-EDIT-CHECK-DATE-EXIT.
004770
004780     IF STM-REJECT-YES
004790         MOVE "START DATE NOT VALID" TO STM-REJECT-REASON
004800         GO TO 2060-EDIT-SCHEDULE-EXIT
004810     END-IF.
004820
004830     IF STD-TRN-START-DATE < STM-RUN-DATE
004840        AND (STD-TRN-ADD
004850             OR STD-TRN-START-DATE NOT = STM-BEFORE-START-DATE)
004860         MOVE "Y" TO STM-REJECT-SWITCH
004870         MOVE "START DATE BEFORE TODAY" TO STM-REJECT-REASON
004880         GO TO 2060-EDIT-SCHEDULE-EXIT
004890     END-IF.
004900
004910     IF STD-TRN-END-DATE NOT NUMERIC
004920         MOVE "Y" TO STM-REJECT-SWITCH
004930         MOVE "END DATE NOT VALID" TO STM-REJECT-REASON
004940         GO TO 2060-EDIT-SCHEDULE-EXIT
004950     END-IF.
004960
004970     IF STD-TRN-END-DATE = ZEROS
004980         GO TO 2060-EDIT-SCHEDULE-EXIT
004990     END-IF.
005000
005010     MOVE STD-TRN-END-DATE TO STM-CHECK-DATE.
005020     PERFORM 2070-EDIT-CHECK-DATE
005030         THRU 2070-EDIT-CHECK-DATE-EXIT.
005040
005050     IF STM-REJECT-YES
005060         MOVE "END DATE NOT VALID" TO STM-REJECT-REASON
005070         GO TO 2060-EDIT-SCHEDULE-EXIT
005080     END-IF.
005090
005100     IF STD-TRN-END-DATE < STD-TRN-START-DATE
005110         MOVE "Y" TO STM-REJECT-SWITCH
005120         MOVE "END DATE BEFORE START DATE" TO STM-REJECT-REASON
005130     END-IF.
005140
005150 2060-EDIT-SCHEDULE-EXIT.
005160     EXIT.
005170
005180******************************************************************
005190* 2070-EDIT-CHECK-DATE - STM-CHECK-DATE MUST CARRY A MONTH OF
005200*                       1-12 AND A DAY THAT MONTH HAS (FEBRUARY
005210*                       ADJUSTED FOR LEAP YEARS)
005220******************************************************************
005230 2070-EDIT-CHECK-DATE.
005240
005250     IF STM-CHK-MM < 1 OR STM-CHK-MM > 12
005260         MOVE "Y" TO STM-REJECT-SWITCH
005270         GO TO 2070-EDIT-CHECK-DATE-EXIT
005280     END-IF.
005290
005300     MOVE STM-MONTH-DAYS (STM-CHK-MM) TO STM-MONTH-LIMIT.
005310
005320     IF STM-CHK-MM = 2
005330         DIVIDE STM-CHK-CCYY BY 4
005340             GIVING STM-LEAP-QUOTIENT
005350             REMAINDER STM-LEAP-REMAINDER
005360         IF STM-LEAP-REMAINDER = 0
005370             MOVE 29 TO STM-MONTH-LIMIT
005380         END-IF
005390     END-IF.
005400
005410     IF STM-CHK-DD < 1 OR STM-CHK-DD > STM-MONTH-LIMIT
005420         MOVE "Y" TO STM-REJECT-SWITCH
005430     END-IF.
005440
005450 2070-EDIT-CHECK-DATE-EXIT.
005460     EXIT.
005470
005480******************************************************************
005490* 2100-CAPTURE-BEFORE-IMAGE - READ THE MASTER RECORD CARRYING THE
005500*                            TRANSACTION'S KEY AND SAVE ITS
005510*                            SCHEDULE FIELDS FOR THE BEFORE LINE
005520******************************************************************
005530 2100-CAPTURE-BEFORE-IMAGE.
005540
005550     MOVE SPACES TO STM-BEFORE-CC STM-BEFORE-CCY
005560                    STM-BEFORE-FREQUENCY.
005570     MOVE ZERO   TO STM-BEFORE-AMOUNT STM-BEFORE-DAY
005580                    STM-BEFORE-START-DATE STM-BEFORE-END-DATE.
005590
005600     MOVE STD-TRN-EMP-ID TO SOM-STD-EMP-ID.
005610     MOVE STD-TRN-SEQ    TO SOM-STD-SEQ.
005620
005630     READ STANDING-FILE
005640         KEY IS SOM-STD-KEY
005650         INVALID KEY
005660             GO TO 2100-CAPTURE-BEFORE-IMAGE-EXIT
005670     END-READ.
005680
005690     IF NOT STM-STD-OK
005700         GO TO 2100-CAPTURE-BEFORE-IMAGE-EXIT
005710     END-IF.
005720
005730     MOVE "Y"                TO STM-MASTER-FOUND-SWITCH.
005740     MOVE SOM-STD-COST-CENTER TO STM-BEFORE-CC.
005750     MOVE SOM-STD-AMOUNT     TO STM-BEFORE-AMOUNT.
005760     MOVE SOM-STD-CURRENCY   TO STM-BEFORE-CCY.
005770     MOVE SOM-STD-FREQUENCY  TO STM-BEFORE-FREQUENCY.
005780     MOVE SOM-STD-DAY        TO STM-BEFORE-DAY.
005790     MOVE SOM-STD-START-DATE TO STM-BEFORE-START-DATE.
005800     MOVE SOM-STD-END-DATE   TO STM-BEFORE-END-DATE.
005810
005820 2100-CAPTURE-BEFORE-IMAGE-EXIT.
005830     EXIT.
005840
005850******************************************************************
005860* 2210-APPLY-ADD - WRITE A NEW STANDING ENTRY WITH ITS GENERATOR
005870*                 CONTROL FIELDS CLEARED.  REJECTED WHEN THE
005880*                 EMPLOYEE ALREADY HAS AN ENTRY AT THE SEQUENCE.
005890******************************************************************
005900 2210-APPLY-ADD.
005910
005920     IF STM-MASTER-FOUND-YES
005930         MOVE "Y" TO STM-REJECT-SWITCH
005940         MOVE "ENTRY ALREADY ON MASTER"
005950             TO STM-REJECT-REASON
005960         GO TO 2210-APPLY-ADD-EXIT
005970     END-IF.
005980
005990     MOVE STD-TRN-EMP-ID      TO SOM-STD-EMP-ID.
006000     MOVE STD-TRN-SEQ         TO SOM-STD-SEQ.
006010     PERFORM 2240-MOVE-SCHEDULE
006020         THRU 2240-MOVE-SCHEDULE-EXIT.
006030     MOVE ZEROS TO SOM-STD-NEXT-DUE SOM-STD-LAST-DUE
006040                   SOM-STD-LAST-PERIOD SOM-STD-LAST-GEN-DATE.
006050
006060     WRITE SOM-STD-RECORD
006070         INVALID KEY
006080             CONTINUE
006090     END-WRITE.
006100
006110     IF NOT STM-STD-OK
006120         MOVE "Y" TO STM-REJECT-SWITCH
006130         MOVE "SOMSTND WRITE REJECTED"
006140             TO STM-REJECT-REASON
006150     END-IF.
006160
006170 2210-APPLY-ADD-EXIT.
006180     EXIT.
006190
006200******************************************************************
006210* 2220-APPLY-CHANGE - REPLACE THE SCHEDULE FIELDS ON AN EXISTING
006220*                    ENTRY.  WHEN THE FREQUENCY, DAY OR START
006230*                    DATE MOVES, THE NEXT DUE DATE IS CLEARED SO
006240*                    THE GENERATOR WORKS IT OUT AGAIN; WHAT WAS
006250*                    ALREADY GENERATED STAYS GENERATED.
006260******************************************************************
006270 2220-APPLY-CHANGE.
006280
006290     IF STM-MASTER-FOUND-NO
006300         MOVE "Y" TO STM-REJECT-SWITCH
006310         MOVE "ENTRY NOT ON MASTER"
006320             TO STM-REJECT-REASON
006330         GO TO 2220-APPLY-CHANGE-EXIT
006340     END-IF.
006350
006360     PERFORM 2240-MOVE-SCHEDULE
006370         THRU 2240-MOVE-SCHEDULE-EXIT.
006380
006390     IF SOM-STD-FREQUENCY  NOT = STM-BEFORE-FREQUENCY
006400        OR SOM-STD-DAY        NOT = STM-BEFORE-DAY
006410        OR SOM-STD-START-DATE NOT = STM-BEFORE-START-DATE
006420         MOVE ZEROS TO SOM-STD-NEXT-DUE
006430     END-IF.
006440
006450     REWRITE SOM-STD-RECORD
006460         INVALID KEY
006470             CONTINUE
006480     END-REWRITE.
006490
006500     IF NOT STM-STD-OK
006510         MOVE "Y" TO STM-REJECT-SWITCH
006520         MOVE "SOMSTND REWRITE REJECTED"
006530             TO STM-REJECT-REASON
006540     END-IF.
006550
006560 2220-APPLY-CHANGE-EXIT.
006570     EXIT.
006580
006590******************************************************************
006600* 2230-APPLY-DELETE - REMOVE A STANDING ENTRY.  ITEMS ALREADY
006610*                    GENERATED FROM IT HAVE POSTED AS USUAL.
006620******************************************************************
006630 2230-APPLY-DELETE.
006640
006650     IF STM-MASTER-FOUND-NO
006660         MOVE "Y" TO STM-REJECT-SWITCH
006670         MOVE "ENTRY NOT ON MASTER"
006680             TO STM-REJECT-REASON
006690         GO TO 2230-APPLY-DELETE-EXIT
006700     END-IF.
006710
006720     DELETE STANDING-FILE
006730         INVALID KEY
006740             CONTINUE
006750     END-DELETE.
006760
006770     IF NOT STM-STD-OK
006780         MOVE "Y" TO STM-REJECT-SWITCH
006790         MOVE "SOMSTND DELETE REJECTED"
006800             TO STM-REJECT-REASON
006810     END-IF.
006820
006830 2230-APPLY-DELETE-EXIT.
006840     EXIT.
006850
006860******************************************************************
006870* 2240-MOVE-SCHEDULE - CARRY THE TRANSACTION'S SCHEDULE FIELDS
006880*                     ONTO THE MASTER RECORD
006890******************************************************************
006900 2240-MOVE-SCHEDULE.
006910
006920     MOVE STD-TRN-COST-CENTER TO SOM-STD-COST-CENTER.
006930     MOVE STD-TRN-AMOUNT      TO SOM-STD-AMOUNT.
006940     MOVE STD-TRN-CURRENCY    TO SOM-STD-CURRENCY.
006950     MOVE STD-TRN-FREQUENCY   TO SOM-STD-FREQUENCY.
006960     MOVE STD-TRN-DAY         TO SOM-STD-DAY.
006970     MOVE STD-TRN-START-DATE  TO SOM-STD-START-DATE.
006980     MOVE STD-TRN-END-DATE    TO SOM-STD-END-DATE.
006990
007000 2240-MOVE-SCHEDULE-EXIT.
007010     EXIT.
007020
007030******************************************************************
007040* 2300-PRINT-REGISTER-ENTRY - ONE ACTION LINE (WITH DISPOSITION
007050*                            AND REJECT REASON), A BEFORE LINE
007060*                            WHEN THE ENTRY EXISTED, AND AN AFTER
007070*                            LINE WHEN AN ADD OR CHANGE APPLIED
007080******************************************************************
007090 2300-PRINT-REGISTER-ENTRY.
007100
007110     MOVE SPACES            TO STM-REG-WORK-LINE.
007120     MOVE STD-TRN-ACTION    TO STM-REG-ACT-CODE.
007130     MOVE STD-TRN-EMP-ID    TO STM-REG-ACT-EMP-ID.
007140     MOVE STD-TRN-SEQ       TO STM-REG-ACT-SEQ.
007150
007160     IF STM-REJECT-YES
007170         MOVE "REJECTED"        TO STM-REG-ACT-DISP
007180         MOVE STM-REJECT-REASON TO STM-REG-ACT-REASON
007190     ELSE
007200         MOVE "APPLIED"         TO STM-REG-ACT-DISP
007210     END-IF.
007220
007230     PERFORM 2500-WRITE-REGISTER-LINE
007240         THRU 2500-WRITE-REGISTER-LINE-EXIT.
007250
007260     IF STM-MASTER-FOUND-YES
007270         MOVE SPACES                TO STM-REG-WORK-LINE
007280         MOVE "BEFORE: "            TO STM-REG-IMG-LABEL
007290         MOVE STM-BEFORE-CC         TO STM-REG-IMG-CC
007300         MOVE STM-BEFORE-AMOUNT     TO STM-REG-IMG-AMOUNT
007310         MOVE STM-BEFORE-CCY        TO STM-REG-IMG-CCY
007320         MOVE STM-BEFORE-FREQUENCY  TO STM-REG-IMG-FREQUENCY
007330         MOVE STM-BEFORE-DAY        TO STM-REG-IMG-DAY
007340         MOVE STM-BEFORE-START-DATE TO STM-REG-IMG-START
007350         MOVE STM-BEFORE-END-DATE   TO STM-REG-IMG-END
007360         PERFORM 2500-WRITE-REGISTER-LINE
007370             THRU 2500-WRITE-REGISTER-LINE-EXIT
007380     END-IF.
007390
007400     IF STM-REJECT-NO AND NOT STD-TRN-DELETE
007410         MOVE SPACES             TO STM-REG-WORK-LINE
007420         MOVE "AFTER:  "         TO STM-REG-IMG-LABEL
007430         MOVE SOM-STD-COST-CENTER TO STM-REG-IMG-CC
007440         MOVE SOM-STD-AMOUNT     TO STM-REG-IMG-AMOUNT
007450         MOVE SOM-STD-CURRENCY   TO STM-REG-IMG-CCY
007460         MOVE SOM-STD-FREQUENCY  TO STM-REG-IMG-FREQUENCY
007470         MOVE SOM-STD-DAY        TO STM-REG-IMG-DAY
007480         MOVE SOM-STD-START-DATE TO STM-REG-IMG-START
007490         MOVE SOM-STD-END-DATE   TO STM-REG-IMG-END
007500         PERFORM 2500-WRITE-REGISTER-LINE
007510             THRU 2500-WRITE-REGISTER-LINE-EXIT
007520     END-IF.
007530
007540 2300-PRINT-REGISTER-ENTRY-EXIT.
007550     EXIT.
007560
007570******************************************************************
007580* 2400-READ-MAINT-RECORD - READ THE NEXT TRANSACTION, FLAG EOF
007590******************************************************************
007600 2400-READ-MAINT-RECORD.
007610
007620     READ MAINT-TRAN-FILE
007630         AT END
007640             MOVE "Y" TO STM-EOF-SWITCH
007650     END-READ.
007660
007670 2400-READ-MAINT-RECORD-EXIT.
007680     EXIT.
007690
007700******************************************************************
007710* 2500-WRITE-REGISTER-LINE - MOVE THE WORK LINE TO THE REGISTER
007720*                           RECORD, WRITE IT AND CHECK THE STATUS
007730******************************************************************
007740 2500-WRITE-REGISTER-LINE.
007750
007760     MOVE STM-REG-WORK-LINE TO STD-REGISTER-LINE.
007770     WRITE STD-REGISTER-LINE.
007780
007790     IF NOT STM-REG-OK
007800         DISPLAY "STDMAINT: STDREG WRITE FAILED, STATUS "
007810             STM-REG-STATUS
007820     END-IF.
007830
007840 2500-WRITE-REGISTER-LINE-EXIT.
007850     EXIT.
007860
007870******************************************************************
007880* 3000-TERMINATE - PRINT THE APPLIED/REJECTED COUNTS, CLOSE THE
007890*                 FILES AND SET THE COMPLETION CODE.  A RUN WITH
007900*                 REJECTS COMPLETES WITH A WARNING, NOT A FAILURE.
007910******************************************************************
007920 3000-TERMINATE.
007930
007940     IF STM-INIT-FAILED
007950         GO TO 3000-TERMINATE-EXIT
007960     END-IF.
007970
007980     MOVE SPACES              TO STM-REG-WORK-LINE.
007990     MOVE "ACTIONS APPLIED:  " TO STM-REG-TOT-LABEL.
008000     MOVE STM-APPLIED-COUNT   TO STM-REG-TOT-COUNT.
008010     PERFORM 2500-WRITE-REGISTER-LINE
008020         THRU 2500-WRITE-REGISTER-LINE-EXIT.
008030
008040     MOVE SPACES              TO STM-REG-WORK-LINE.
008050     MOVE "ACTIONS REJECTED: " TO STM-REG-TOT-LABEL.
008060     MOVE STM-REJECTED-COUNT  TO STM-REG-TOT-COUNT.
008070     PERFORM 2500-WRITE-REGISTER-LINE
008080         THRU 2500-WRITE-REGISTER-LINE-EXIT.
008090
008100     CLOSE MAINT-TRAN-FILE.
008110     CLOSE STANDING-FILE.
008120     CLOSE EMPLOYEE-FILE.
008130     CLOSE COSTCTR-FILE.
008140     CLOSE REGISTER-FILE.
008150
008160     IF STM-REJECTED-COUNT > 0
008170         MOVE 4 TO RETURN-CODE
008180     ELSE
008190         MOVE 0 TO RETURN-CODE
008200     END-IF.
008210
008220 3000-TERMINATE-EXIT.
008230     EXIT.
008240
008250 END PROGRAM STDMAINT.
