000010******************************************************************
000020* PROGRAM:     PYIMAINT
000030* AUTHOR:      J. ALVES NOGUEIRA
000040* INSTALLATION: LEARNING-COBOL BATCH SHOP
000050* DATE-WRITTEN: 2026-10-01
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     PAYMENT-INSTRUCTION MAINTENANCE.  READS THE PYITRAN
000090*              TRANSACTION FILE AND APPLIES EACH ADD / CHANGE /
000100*              CLOSE ACTION TO THE INDEXED PAYMENT-INSTRUCTION
000110*              MASTER (SOMPYI) - THE BANK ROUTING NUMBER, ACCOUNT
000120*              AND ACCOUNT TYPE EACH EMPLOYEE'S REIMBURSEMENT IS
000130*              PAID TO.  A ROUTING NUMBER MUST PASS ITS CHECK
000140*              DIGIT AND AN ADD MUST NAME AN EMPLOYEE ON EMPMAST.
000150*              A CLOSE KEEPS THE RECORD BUT STOPS PAYMENT; AN ADD
000160*              FOR A CLOSED INSTRUCTION PUTS IT BACK IN USE.
000170*              EVERY APPLIED ACTION IS STAMPED ON THE RECORD AND
000180*              APPENDS A SETAUD AUDIT RECORD CARRYING THE
000190*              SUBMITTING OPERATOR'S ID (FIRST SYSIN LINE); THE
000200*              REGISTER (PYIREG) SHOWS BEFORE AND AFTER IMAGES
000210*              WITH ALL BUT THE LAST FOUR ACCOUNT DIGITS MASKED.
000220*              REFUSES TO RUN WHILE THE NIGHTLY CYCLE IS ACTIVE
000230*              UNLESS A SUPERVISOR OVERRIDE IS TAKEN.
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY:
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-01 JAN   ORIGINAL VERSION - BANK DETAILS WERE KEPT ON
000280*                    A SPREADSHEET AND KEYED INTO THE BANK'S
000290*                    PORTAL BY HAND.
000300* Tectonics: cobc
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. PYIMAINT.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT MAINT-TRAN-FILE ASSIGN "PYITRAN"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS PYM-TRN-STATUS.
000410
000420     SELECT INSTRUCTION-FILE ASSIGN "SOMPYI"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS SOM-PYI-EMP-ID
000460         FILE STATUS IS PYM-PYI-STATUS.
000470
000480     SELECT EMPLOYEE-FILE ASSIGN "EMPMAST"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS EMP-ID
000520         FILE STATUS IS PYM-EMP-STATUS.
000530
000540     SELECT REGISTER-FILE ASSIGN "PYIREG"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS PYM-REG-STATUS.
000570
000580     SELECT AUDIT-FILE ASSIGN "SETAUD"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS PYM-AUD-STATUS.
000610
000620     SELECT STATUS-FILE ASSIGN "SYSSTAT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS PYM-SYS-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  MAINT-TRAN-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 COPY PYITRN.
000710
000720 FD  INSTRUCTION-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 COPY SOMPYI.
000750
000760 FD  EMPLOYEE-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY EMPMAST.
000790
000800 FD  REGISTER-FILE
000810     LABEL RECORDS ARE STANDARD.
000820 COPY PYIREG.
000830
000840 FD  AUDIT-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY SETAUD.
000870
000880 FD  STATUS-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 COPY SYSSTAT.
000910
000920 WORKING-STORAGE SECTION.
000930 77  PYM-TRN-STATUS              PIC X(02) VALUE "00".
000940     88  PYM-TRN-OK                         VALUE "00".
000950     88  PYM-TRN-EOF                        VALUE "10".
000960
000970 77  PYM-PYI-STATUS              PIC X(02) VALUE "00".
000980     88  PYM-PYI-OK                         VALUE "00".
000990     88  PYM-PYI-NOT-FOUND                  VALUE "23".
001000     88  PYM-PYI-FILE-NOT-FOUND             VALUE "35".
001010
001020 77  PYM-EMP-STATUS              PIC X(02) VALUE "00".
001030     88  PYM-EMP-OK                         VALUE "00".
001040     88  PYM-EMP-NOT-FOUND                  VALUE "23".
001050
001060 77  PYM-REG-STATUS              PIC X(02) VALUE "00".
001070     88  PYM-REG-OK                         VALUE "00".
001080
001090 77  PYM-AUD-STATUS              PIC X(02) VALUE "00".
001100     88  PYM-AUD-OK                         VALUE "00".
001110     88  PYM-AUD-NOT-FOUND                  VALUE "35".
001120
001130 77  PYM-SYS-STATUS              PIC X(02) VALUE "00".
001140     88  PYM-SYS-OK                         VALUE "00".
001150
001160 77  PYM-EOF-SWITCH              PIC X(01) VALUE "N".
001170     88  PYM-EOF-YES                        VALUE "Y".
001180     88  PYM-EOF-NO                         VALUE "N".
001190
001200 77  PYM-INIT-STATUS-SWITCH      PIC X(01) VALUE "Y".
001210     88  PYM-INIT-OK                        VALUE "Y".
001220     88  PYM-INIT-FAILED                    VALUE "N".
001230
001240 77  PYM-REJECT-SWITCH           PIC X(01) VALUE "N".
001250     88  PYM-REJECT-YES                     VALUE "Y".
001260     88  PYM-REJECT-NO                      VALUE "N".
001270
001280 77  PYM-MASTER-FOUND-SWITCH     PIC X(01) VALUE "N".
001290     88  PYM-MASTER-FOUND-YES               VALUE "Y".
001300     88  PYM-MASTER-FOUND-NO                VALUE "N".
001310
001320 77  PYM-BLOCKED-SWITCH          PIC X(01) VALUE "N".
001330     88  PYM-BLOCKED-YES                    VALUE "Y".
001340     88  PYM-BLOCKED-NO                     VALUE "N".
001350
001360 77  PYM-AUD-SAVE-SWITCH         PIC X(01) VALUE "Y".
001370     88  PYM-AUD-SAVE-OK                    VALUE "Y".
001380     88  PYM-AUD-SAVE-FAILED                VALUE "N".
001390
001400 77  PYM-OVERRIDE-INPUT          PIC X(01) VALUE "N".
001410 77  PYM-OPERATOR-ID             PIC X(08) VALUE SPACES.
001420 77  PYM-AUD-ACTION              PIC X(08) VALUE SPACES.
001430 77  PYM-RUN-DATE                PIC 9(08) VALUE ZEROS.
001440 77  PYM-RUN-TIME                PIC 9(08) VALUE ZEROS.
001450 77  PYM-APPLIED-COUNT           PIC 9(05) COMP VALUE 0.
001460 77  PYM-REJECTED-COUNT          PIC 9(05) COMP VALUE 0.
001470 77  PYM-REJECT-REASON           PIC X(30) VALUE SPACES.
001480 77  PYM-IX                      PIC 9(02) COMP VALUE 0.
001490 77  PYM-CHECK-SUM               PIC 9(04) COMP VALUE 0.
001500 77  PYM-CHECK-QUOTIENT          PIC 9(04) COMP VALUE 0.
001510 77  PYM-CHECK-REMAINDER         PIC 9(02) COMP VALUE 0.
001520
001530******************************************************************
001540* PYM-ROUTING-WORK - THE ROUTING NUMBER DIGIT BY DIGIT, FOR THE
001550* CHECK-DIGIT TEST (WEIGHTS 3, 7, 1 REPEATED; THE WEIGHTED TOTAL
001560* MUST BE A MULTIPLE OF TEN).
001570******************************************************************
001580 01  PYM-ROUTING-WORK                PIC X(09) VALUE SPACES.
001590 01  PYM-ROUTING-DIGITS REDEFINES PYM-ROUTING-WORK.
001600     05  PYM-RTG-DIGIT               PIC 9(01) OCCURS 9 TIMES.
001610
001620******************************************************************
001630* PYM-MASK-WORK - AN ACCOUNT NUMBER WITH EVERYTHING BUT ITS LAST
001640* FOUR CHARACTERS STARRED OUT, FOR THE REGISTER.
001650******************************************************************
001660 01  PYM-MASK-WORK.
001670     05  PYM-MASK-SOURCE             PIC X(17) VALUE SPACES.
001680     05  PYM-MASK-RESULT             PIC X(17) VALUE SPACES.
001690     05  PYM-MASK-LENGTH             PIC 9(02) COMP VALUE 0.
001700
001710******************************************************************
001720* PYM-BEFORE-IMAGE - SNAPSHOT OF THE MASTER RECORD AS IT STOOD
001730* BEFORE THE ACTION WAS APPLIED, FOR THE REGISTER'S BEFORE LINE.
001740******************************************************************
001750 01  PYM-BEFORE-IMAGE.
001760     05  PYM-BEF-STATE               PIC X(01).
001770     05  PYM-BEF-PAYEE-NAME          PIC X(22).
001780     05  PYM-BEF-ROUTING             PIC X(09).
001790     05  PYM-BEF-ACCOUNT             PIC X(17).
001800     05  PYM-BEF-ACCT-TYPE           PIC X(01).
001810
001820******************************************************************
001830* PYM-REG-WORK-LINE AND ITS REDEFINES - THE REGISTER LINE IS
001840* BUILT HERE IN WORKING STORAGE, THEN MOVED INTO THE REGISTER-
001850* FILE RECORD JUST BEFORE EACH WRITE.
001860******************************************************************
001870 01  PYM-REG-WORK-LINE               PIC X(080) VALUE SPACES.
001880
001890 01  PYM-REG-HEADING REDEFINES PYM-REG-WORK-LINE.
001900     05  PYM-REG-HDG-LABEL           PIC X(46).
001910     05  PYM-REG-HDG-DATE            PIC X(10).
001920     05  FILLER                      PIC X(24).
001930
001940 01  PYM-REG-ACTION REDEFINES PYM-REG-WORK-LINE.
001950     05  PYM-REG-ACT-CODE            PIC X(01).
001960     05  FILLER                      PIC X(02).
001970     05  PYM-REG-ACT-KEY             PIC 9(06).
001980     05  FILLER                      PIC X(03).
001990     05  PYM-REG-ACT-DISP            PIC X(08).
002000     05  FILLER                      PIC X(02).
002010     05  PYM-REG-ACT-REASON          PIC X(30).
002020     05  FILLER                      PIC X(28).
002030
002040 01  PYM-REG-IMAGE REDEFINES PYM-REG-WORK-LINE.
002050     05  FILLER                      PIC X(05).
002060     05  PYM-REG-IMG-LABEL           PIC X(08).
002070     05  PYM-REG-IMG-STATE           PIC X(01).
002080     05  FILLER                      PIC X(02).
002090     05  PYM-REG-IMG-NAME            PIC X(22).
002100     05  FILLER                      PIC X(02).
002110     05  PYM-REG-IMG-ROUTING         PIC X(09).
002120     05  FILLER                      PIC X(02).
002130     05  PYM-REG-IMG-ACCOUNT         PIC X(17).
002140     05  FILLER                      PIC X(02).
002150     05  PYM-REG-IMG-TYPE            PIC X(01).
002160     05  FILLER                      PIC X(09).
002170
002180 01  PYM-REG-TOTAL REDEFINES PYM-REG-WORK-LINE.
002190     05  PYM-REG-TOT-LABEL           PIC X(18).
002200     05  PYM-REG-TOT-COUNT           PIC ZZZZ9.
002210     05  FILLER                      PIC X(57).
002220
002230 PROCEDURE DIVISION.
002240******************************************************************
002250* 0000-MAINLINE
002260******************************************************************
002270 0000-MAINLINE.
002280
002290     PERFORM 1000-INITIALIZE
002300         THRU 1000-INITIALIZE-EXIT.
002310
002320     PERFORM 2000-APPLY-MAINT
002330         THRU 2000-APPLY-MAINT-EXIT
002340         UNTIL PYM-EOF-YES.
002350
002360     PERFORM 3000-TERMINATE
002370         THRU 3000-TERMINATE-EXIT.
002380
002390     GOBACK.
002400
002410******************************************************************
002420* 0550-CHECK-CYCLE-ACTIVE - REFUSE TO CHANGE BANK DETAILS WHILE
002430*                          NIGHTDRV HAS SYSSTAT MARKED ACTIVE (THE
002440*                          PERIOD-END PAYMENT BATCH READS THEM),
002450*                          UNLESS A SUPERVISOR OVERRIDE (NEXT
002460*                          SYSIN LINE) IS TAKEN - WHICH IS WRITTEN
002470*                          TO SETAUD
002480******************************************************************
002490 0550-CHECK-CYCLE-ACTIVE.
002500
002510     OPEN INPUT STATUS-FILE.
002520
002530*    NO STATUS FILE MEANS NO CYCLE IN FLIGHT.
002540     IF NOT PYM-SYS-OK
002550         GO TO 0550-CHECK-CYCLE-ACTIVE-EXIT
002560     END-IF.
002570
002580     READ STATUS-FILE
002590         AT END
002600             CLOSE STATUS-FILE
002610             GO TO 0550-CHECK-CYCLE-ACTIVE-EXIT
002620     END-READ.
002630
002640     CLOSE STATUS-FILE.
002650
002660     IF NOT SYS-STA-ACTIVE
002670         GO TO 0550-CHECK-CYCLE-ACTIVE-EXIT
002680     END-IF.
002690
002700     DISPLAY "PYIMAINT: NIGHTLY CYCLE ACTIVE (RUN "
002710         SYS-STA-RUN-DATE ")".
002720     DISPLAY "SUPERVISOR OVERRIDE? (Y/N): ".
002730     ACCEPT PYM-OVERRIDE-INPUT.
002740
002750     IF PYM-OVERRIDE-INPUT = "Y"
002760         PERFORM 0560-AUDIT-OVERRIDE
002770             THRU 0560-AUDIT-OVERRIDE-EXIT
002780         DISPLAY "PYIMAINT: OVERRIDE TAKEN AND AUDITED"
002790     ELSE
002800         MOVE "Y" TO PYM-BLOCKED-SWITCH
002810     END-IF.
002820
002830 0550-CHECK-CYCLE-ACTIVE-EXIT.
002840     EXIT.
002850
002860******************************************************************
002870* 0560-AUDIT-OVERRIDE - APPEND THE OVERRIDE TO SETAUD WITH ITS
002880*                      OWN OPEN AND CLOSE; THE RUN'S AUDIT
002890*                      TRAIL IS NOT OPEN YET AT GUARD TIME
002900******************************************************************
002910 0560-AUDIT-OVERRIDE.
002920
002930     OPEN EXTEND AUDIT-FILE.
002940
002950     IF PYM-AUD-NOT-FOUND
002960         OPEN OUTPUT AUDIT-FILE
002970     END-IF.
002980
002990     IF NOT PYM-AUD-OK
003000         DISPLAY "PYIMAINT: UNABLE TO OPEN SETAUD, STATUS "
003010             PYM-AUD-STATUS
003020         MOVE "N" TO PYM-AUD-SAVE-SWITCH
003030         GO TO 0560-AUDIT-OVERRIDE-EXIT
003040     END-IF.
003050
003060     ACCEPT SET-AUD-DATE FROM DATE YYYYMMDD.
003070     ACCEPT SET-AUD-TIME FROM TIME.
003080     MOVE PYM-OPERATOR-ID TO SET-AUD-OPERATOR-ID.
003090     MOVE "OVERRIDE"      TO SET-AUD-ACTION.
003100     MOVE "SYSSTAT"       TO SET-AUD-PARAM-KEY.
003110     MOVE ZEROS           TO SET-AUD-OLD-VALUE.
003120     MOVE ZEROS           TO SET-AUD-NEW-VALUE.
003130
003140     WRITE SET-AUDIT-RECORD.
003150
003160     IF NOT PYM-AUD-OK
003170         DISPLAY "PYIMAINT: SETAUD WRITE FAILED, STATUS "
003180             PYM-AUD-STATUS
003190         MOVE "N" TO PYM-AUD-SAVE-SWITCH
003200     END-IF.
003210
003220     CLOSE AUDIT-FILE.
003230
003240 0560-AUDIT-OVERRIDE-EXIT.
003250     EXIT.
003260
003270******************************************************************
003280* 1000-INITIALIZE - TAKE THE SUBMITTING OPERATOR, CHECK THE CYCLE
003290*                  IS NOT RUNNING, OPEN THE FILES, PRINT THE
003300*                  REGISTER HEADING AND PRIME THE TRANSACTION LOOP
003310******************************************************************
003320 1000-INITIALIZE.
003330
003340     DISPLAY "ENTER SUBMITTING OPERATOR ID: ".
003350     ACCEPT PYM-OPERATOR-ID.
003360
003370     IF PYM-OPERATOR-ID = SPACES
003380         DISPLAY "PYIMAINT: NO OPERATOR ID, NO ACTION APPLIED"
003390         MOVE "Y" TO PYM-EOF-SWITCH
003400         MOVE 8 TO RETURN-CODE
003410         MOVE "N" TO PYM-INIT-STATUS-SWITCH
003420         GO TO 1000-INITIALIZE-EXIT
003430     END-IF.
003440
003450     PERFORM 0550-CHECK-CYCLE-ACTIVE
003460         THRU 0550-CHECK-CYCLE-ACTIVE-EXIT.
003470
003480     IF PYM-BLOCKED-YES
003490         DISPLAY "PYIMAINT: NIGHTLY CYCLE ACTIVE, NO ACTION "
003500             "APPLIED"
003510         MOVE "Y" TO PYM-EOF-SWITCH
003520         MOVE 8 TO RETURN-CODE
003530         MOVE "N" TO PYM-INIT-STATUS-SWITCH
003540         GO TO 1000-INITIALIZE-EXIT
003550     END-IF.
003560
003570     OPEN INPUT MAINT-TRAN-FILE.
003580
003590     IF NOT PYM-TRN-OK
003600         DISPLAY "PYIMAINT: UNABLE TO OPEN PYITRAN, STATUS "
003610             PYM-TRN-STATUS
003620         MOVE "Y" TO PYM-EOF-SWITCH
003630         MOVE 8 TO RETURN-CODE
003640         MOVE "N" TO PYM-INIT-STATUS-SWITCH
003650         GO TO 1000-INITIALIZE-EXIT
003660     END-IF.
003670
003680     OPEN I-O INSTRUCTION-FILE.
003690
003700     IF PYM-PYI-FILE-NOT-FOUND
003710         OPEN OUTPUT INSTRUCTION-FILE
003720         IF PYM-PYI-OK
003730             CLOSE INSTRUCTION-FILE
003740             OPEN I-O INSTRUCTION-FILE
003750         END-IF
003760     END-IF.
003770
003780     IF NOT PYM-PYI-OK
003790         DISPLAY "PYIMAINT: UNABLE TO OPEN SOMPYI, STATUS "
003800             PYM-PYI-STATUS
003810         MOVE "Y" TO PYM-EOF-SWITCH
003820         MOVE 8 TO RETURN-CODE
003830         MOVE "N" TO PYM-INIT-STATUS-SWITCH
003840         GO TO 1000-INITIALIZE-EXIT
003850     END-IF.
003860
003870     OPEN INPUT EMPLOYEE-FILE.
003880
003890     IF NOT PYM-EMP-OK
003900         DISPLAY "PYIMAINT: UNABLE TO OPEN EMPMAST, STATUS "
003910             PYM-EMP-STATUS
003920         MOVE "Y" TO PYM-EOF-SWITCH
003930         MOVE 8 TO RETURN-CODE
003940         MOVE "N" TO PYM-INIT-STATUS-SWITCH
003950         GO TO 1000-INITIALIZE-EXIT
003960     END-IF.
003970
003980     OPEN OUTPUT REGISTER-FILE.
003990
004000     IF NOT PYM-REG-OK
004010         DISPLAY "PYIMAINT: UNABLE TO OPEN PYIREG, STATUS "
004020             PYM-REG-STATUS
004030         MOVE "Y" TO PYM-EOF-SWITCH
004040         MOVE 8 TO RETURN-CODE
004050         MOVE "N" TO PYM-INIT-STATUS-SWITCH
004060         GO TO 1000-INITIALIZE-EXIT
004070     END-IF.
004080
004090*    BANK DETAILS DECIDE WHERE MONEY GOES - A RUN THAT CANNOT BE
004100*    AUDITED DOES NOT RUN.
004110     OPEN EXTEND AUDIT-FILE.
004120
004130     IF PYM-AUD-NOT-FOUND
004140         OPEN OUTPUT AUDIT-FILE
004150     END-IF.
004160
004170     IF NOT PYM-AUD-OK
004180         DISPLAY "PYIMAINT: UNABLE TO OPEN SETAUD, STATUS "
004190             PYM-AUD-STATUS
004200         MOVE "Y" TO PYM-EOF-SWITCH
004210         MOVE 8 TO RETURN-CODE
004220         MOVE "N" TO PYM-INIT-STATUS-SWITCH
004230         GO TO 1000-INITIALIZE-EXIT
004240     END-IF.
004250
004260     ACCEPT PYM-RUN-DATE FROM DATE YYYYMMDD.
004270     MOVE SPACES TO PYM-REG-WORK-LINE.
004280     MOVE "PAYMENT-INSTRUCTION MAINTENANCE REGISTER  RUN"
004290         TO PYM-REG-HDG-LABEL.
004300     MOVE PYM-RUN-DATE TO PYM-REG-HDG-DATE.
004310     PERFORM 2500-WRITE-REGISTER-LINE
004320         THRU 2500-WRITE-REGISTER-LINE-EXIT.
004330
004340     PERFORM 2400-READ-MAINT-RECORD
004350         THRU 2400-READ-MAINT-RECORD-EXIT.
004360
004370 1000-INITIALIZE-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410* 2000-APPLY-MAINT - APPLY ONE MAINTENANCE ACTION TO THE MASTER.
004420*                   THE BEFORE IMAGE IS CAPTURED FIRST, THE
004430*                   ACTION IS APPLIED (OR REJECTED), AND THE
004440*                   REGISTER GETS AN ACTION LINE PLUS BEFORE AND
004450*                   AFTER IMAGE LINES.
004460******************************************************************
004470 2000-APPLY-MAINT.
004480
004490     MOVE "N"    TO PYM-REJECT-SWITCH.
004500     MOVE SPACES TO PYM-REJECT-REASON.
004510     MOVE SPACES TO PYM-AUD-ACTION.
004520
004530     PERFORM 2100-CAPTURE-BEFORE-IMAGE
004540         THRU 2100-CAPTURE-BEFORE-IMAGE-EXIT.
004550
004560     IF PYI-TRN-ADD
004570         PERFORM 2210-APPLY-ADD
004580             THRU 2210-APPLY-ADD-EXIT
004590     ELSE
004600         IF PYI-TRN-CHANGE
004610             PERFORM 2220-APPLY-CHANGE
004620                 THRU 2220-APPLY-CHANGE-EXIT
004630         ELSE
004640             IF PYI-TRN-CLOSE
004650                 PERFORM 2230-APPLY-CLOSE
004660                     THRU 2230-APPLY-CLOSE-EXIT
004670             ELSE
004680                 MOVE "Y" TO PYM-REJECT-SWITCH
004690                 MOVE "INVALID ACTION CODE"
004700                     TO PYM-REJECT-REASON
004710             END-IF
004720         END-IF
004730     END-IF.
004740
004750     IF PYM-REJECT-YES
004760         ADD 1 TO PYM-REJECTED-COUNT
004770     ELSE
004780         ADD 1 TO PYM-APPLIED-COUNT
004790         PERFORM 2600-WRITE-AUDIT-RECORD
004800             THRU 2600-WRITE-AUDIT-RECORD-EXIT
004810     END-IF.
004820
004830     PERFORM 2300-PRINT-REGISTER-ENTRY
004840         THRU 2300-PRINT-REGISTER-ENTRY-EXIT.
004850
004860     PERFORM 2400-READ-MAINT-RECORD
004870         THRU 2400-READ-MAINT-RECORD-EXIT.
004880
004890 2000-APPLY-MAINT-EXIT.
004900     EXIT.
004910
004920******************************************************************
004930* 2100-CAPTURE-BEFORE-IMAGE - READ THE INSTRUCTION CARRYING THE
004940*                            TRANSACTION'S EMPLOYEE AND SNAPSHOT
004950*                            IT FOR THE REGISTER'S BEFORE LINE
004960******************************************************************
004970 2100-CAPTURE-BEFORE-IMAGE.
004980
004990     MOVE "N"    TO PYM-MASTER-FOUND-SWITCH.
005000     MOVE SPACES TO PYM-BEFORE-IMAGE.
005010
005020     MOVE PYI-TRN-EMP-ID TO SOM-PYI-EMP-ID.
005030
005040     READ INSTRUCTION-FILE
005050         KEY IS SOM-PYI-EMP-ID
005060         INVALID KEY
005070             GO TO 2100-CAPTURE-BEFORE-IMAGE-EXIT
005080     END-READ.
005090
005100     IF NOT PYM-PYI-OK
005110         GO TO 2100-CAPTURE-BEFORE-IMAGE-EXIT
005120     END-IF.
005130
005140     MOVE "Y"                TO PYM-MASTER-FOUND-SWITCH.
005150     MOVE SOM-PYI-STATE      TO PYM-BEF-STATE.
005160     MOVE SOM-PYI-PAYEE-NAME TO PYM-BEF-PAYEE-NAME.
005170     MOVE SOM-PYI-ROUTING    TO PYM-BEF-ROUTING.
005180     MOVE SOM-PYI-ACCOUNT    TO PYM-BEF-ACCOUNT.
005190     MOVE SOM-PYI-ACCT-TYPE  TO PYM-BEF-ACCT-TYPE.
005200
005210 2100-CAPTURE-BEFORE-IMAGE-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250* 2150-VALIDATE-DETAILS - THE INSTRUCTION AS IT WOULD STAND MUST
005260*                        CARRY A PAYEE NAME, A ROUTING NUMBER THAT
005270*                        PASSES ITS CHECK DIGIT, AN ACCOUNT AND A
005280*                        CHECKING OR SAVINGS ACCOUNT TYPE
005290******************************************************************
005300 2150-VALIDATE-DETAILS.
005310
005320     IF SOM-PYI-PAYEE-NAME = SPACES
005330         MOVE "Y" TO PYM-REJECT-SWITCH
005340         MOVE "PAYEE NAME MISSING" TO PYM-REJECT-REASON
005350         GO TO 2150-VALIDATE-DETAILS-EXIT
005360     END-IF.
005370
005380     MOVE SOM-PYI-ROUTING TO PYM-ROUTING-WORK.
005390
005400     IF PYM-ROUTING-WORK NOT NUMERIC
005410        OR PYM-ROUTING-WORK = ZEROS
005420         MOVE "Y" TO PYM-REJECT-SWITCH
005430         MOVE "ROUTING NUMBER NOT 9 DIGITS" TO PYM-REJECT-REASON
005440         GO TO 2150-VALIDATE-DETAILS-EXIT
005450     END-IF.
005460
005470     COMPUTE PYM-CHECK-SUM =
005480         3 * (PYM-RTG-DIGIT (1) + PYM-RTG-DIGIT (4)
005490                                + PYM-RTG-DIGIT (7))
005500       + 7 * (PYM-RTG-DIGIT (2) + PYM-RTG-DIGIT (5)
005510                                + PYM-RTG-DIGIT (8))
005520       +     (PYM-RTG-DIGIT (3) + PYM-RTG-DIGIT (6)
005530                                + PYM-RTG-DIGIT (9)).
005540
005550     DIVIDE PYM-CHECK-SUM BY 10
005560         GIVING PYM-CHECK-QUOTIENT
005570         REMAINDER PYM-CHECK-REMAINDER.
005580
005590     IF PYM-CHECK-REMAINDER NOT = 0
005600         MOVE "Y" TO PYM-REJECT-SWITCH
005610         MOVE "ROUTING NUMBER FAILS CHECK" TO PYM-REJECT-REASON
005620         GO TO 2150-VALIDATE-DETAILS-EXIT
005630     END-IF.
005640
005650     IF SOM-PYI-ACCOUNT = SPACES
005660         MOVE "Y" TO PYM-REJECT-SWITCH
005670         MOVE "ACCOUNT NUMBER MISSING" TO PYM-REJECT-REASON
005680         GO TO 2150-VALIDATE-DETAILS-EXIT
005690     END-IF.
005700
005710     IF NOT SOM-PYI-CHECKING AND NOT SOM-PYI-SAVINGS
005720         MOVE "Y" TO PYM-REJECT-SWITCH
005730         MOVE "ACCOUNT TYPE NOT C OR S" TO PYM-REJECT-REASON
005740     END-IF.
005750
005760 2150-VALIDATE-DETAILS-EXIT.
005770     EXIT.
005780
005790******************************************************************
005800* 2210-APPLY-ADD - WRITE A NEW INSTRUCTION FOR AN EMPLOYEE ON
005810*                 EMPMAST, OR PUT A CLOSED ONE BACK IN USE WITH
005820*                 THE DETAILS KEYED.  A BLANK ACCOUNT TYPE MEANS
005830*                 CHECKING.
005840******************************************************************
005850 2210-APPLY-ADD.
005860
005870     IF PYM-MASTER-FOUND-YES AND PYM-BEF-STATE NOT = "X"
005880         MOVE "Y" TO PYM-REJECT-SWITCH
005890         MOVE "INSTRUCTION ALREADY ON FILE"
005900             TO PYM-REJECT-REASON
005910         GO TO 2210-APPLY-ADD-EXIT
005920     END-IF.
005930
005940     MOVE PYI-TRN-EMP-ID TO EMP-ID.
005950
005960     READ EMPLOYEE-FILE
005970         KEY IS EMP-ID
005980         INVALID KEY
005990             CONTINUE
006000     END-READ.
006010
006020     IF NOT PYM-EMP-OK
006030         MOVE "Y" TO PYM-REJECT-SWITCH
006040         MOVE "EMPLOYEE NOT ON EMPMAST"
006050             TO PYM-REJECT-REASON
006060         GO TO 2210-APPLY-ADD-EXIT
006070     END-IF.
006080
006090     MOVE PYI-TRN-EMP-ID     TO SOM-PYI-EMP-ID.
006100     MOVE "A"                TO SOM-PYI-STATE.
006110     MOVE PYI-TRN-PAYEE-NAME TO SOM-PYI-PAYEE-NAME.
006120     MOVE PYI-TRN-ROUTING    TO SOM-PYI-ROUTING.
006130     MOVE PYI-TRN-ACCOUNT    TO SOM-PYI-ACCOUNT.
006140     MOVE PYI-TRN-ACCT-TYPE  TO SOM-PYI-ACCT-TYPE.
006150
006160     IF SOM-PYI-ACCT-TYPE = SPACE
006170         MOVE "C" TO SOM-PYI-ACCT-TYPE
006180     END-IF.
006190
006200     PERFORM 2150-VALIDATE-DETAILS
006210         THRU 2150-VALIDATE-DETAILS-EXIT.
006220
006230     IF PYM-REJECT-YES
006240         GO TO 2210-APPLY-ADD-EXIT
006250     END-IF.
006260
006270     PERFORM 2250-STAMP-RECORD
006280         THRU 2250-STAMP-RECORD-EXIT.
006290
006300     IF PYM-MASTER-FOUND-YES
006310         MOVE "PAYOPEN" TO PYM-AUD-ACTION
006320         REWRITE SOM-PYI-RECORD
006330             INVALID KEY
006340                 CONTINUE
006350         END-REWRITE
006360     ELSE
006370         MOVE "PAYADD"  TO PYM-AUD-ACTION
006380         WRITE SOM-PYI-RECORD
006390             INVALID KEY
006400                 CONTINUE
006410         END-WRITE
006420     END-IF.
006430
006440     IF NOT PYM-PYI-OK
006450         MOVE "Y" TO PYM-REJECT-SWITCH
006460         MOVE "SOMPYI WRITE REJECTED"
006470             TO PYM-REJECT-REASON
006480     END-IF.
006490
006500 2210-APPLY-ADD-EXIT.
006510     EXIT.
006520
006530******************************************************************
006540* 2220-APPLY-CHANGE - REWRITE AN INSTRUCTION IN USE.  ONLY THE
006550*                    FIELDS KEYED NON-BLANK REPLACE THE MASTER'S
006560*                    VALUES, AND THE RESULT IS VALIDATED AS A
006570*                    WHOLE BEFORE IT IS WRITTEN.
006580******************************************************************
006590 2220-APPLY-CHANGE.
006600
006610     IF PYM-MASTER-FOUND-NO
006620         MOVE "Y" TO PYM-REJECT-SWITCH
006630         MOVE "NO INSTRUCTION ON FILE"
006640             TO PYM-REJECT-REASON
006650         GO TO 2220-APPLY-CHANGE-EXIT
006660     END-IF.
006670
006680     IF SOM-PYI-CLOSED
006690         MOVE "Y" TO PYM-REJECT-SWITCH
006700         MOVE "INSTRUCTION CLOSED - ADD IT"
006710             TO PYM-REJECT-REASON
006720         GO TO 2220-APPLY-CHANGE-EXIT
006730     END-IF.
006740
006750     IF PYI-TRN-PAYEE-NAME = SPACES
006760        AND PYI-TRN-ROUTING = SPACES
006770        AND PYI-TRN-ACCOUNT = SPACES
006780        AND PYI-TRN-ACCT-TYPE = SPACE
006790         MOVE "Y" TO PYM-REJECT-SWITCH
006800         MOVE "NOTHING KEYED TO CHANGE"
006810             TO PYM-REJECT-REASON
006820         GO TO 2220-APPLY-CHANGE-EXIT
006830     END-IF.
006840
006850     IF PYI-TRN-PAYEE-NAME NOT = SPACES
006860         MOVE PYI-TRN-PAYEE-NAME TO SOM-PYI-PAYEE-NAME
006870     END-IF.
006880
006890     IF PYI-TRN-ROUTING NOT = SPACES
006900         MOVE PYI-TRN-ROUTING TO SOM-PYI-ROUTING
006910     END-IF.
006920
006930     IF PYI-TRN-ACCOUNT NOT = SPACES
006940         MOVE PYI-TRN-ACCOUNT TO SOM-PYI-ACCOUNT
006950     END-IF.
006960
006970     IF PYI-TRN-ACCT-TYPE NOT = SPACE
006980         MOVE PYI-TRN-ACCT-TYPE TO SOM-PYI-ACCT-TYPE
006990     END-IF.
007000
007010     PERFORM 2150-VALIDATE-DETAILS
007020         THRU 2150-VALIDATE-DETAILS-EXIT.
007030
007040     IF PYM-REJECT-YES
007050         GO TO 2220-APPLY-CHANGE-EXIT
007060     END-IF.
007070
007080     PERFORM 2250-STAMP-RECORD
007090         THRU 2250-STAMP-RECORD-EXIT.
007100
007110     MOVE "PAYCHG" TO PYM-AUD-ACTION.
007120
007130     REWRITE SOM-PYI-RECORD
007140         INVALID KEY
007150             CONTINUE
007160     END-REWRITE.
007170
007180     IF NOT PYM-PYI-OK
007190         MOVE "Y" TO PYM-REJECT-SWITCH
007200         MOVE "SOMPYI REWRITE REJECTED"
007210             TO PYM-REJECT-REASON
007220     END-IF.
007230
007240 2220-APPLY-CHANGE-EXIT.
007250     EXIT.
007260
007270******************************************************************
007280* 2230-APPLY-CLOSE - MARK AN INSTRUCTION IN USE CLOSED.  THE BANK
007290*                   DETAILS ARE KEPT FOR THE RECORD; NOTHING MORE
007300*                   IS PAID TO THEM.
007310******************************************************************
007320 2230-APPLY-CLOSE.
007330
007340     IF PYM-MASTER-FOUND-NO
007350         MOVE "Y" TO PYM-REJECT-SWITCH
007360         MOVE "NO INSTRUCTION ON FILE"
007370             TO PYM-REJECT-REASON
007380         GO TO 2230-APPLY-CLOSE-EXIT
007390     END-IF.
007400
007410     IF SOM-PYI-CLOSED
007420         MOVE "Y" TO PYM-REJECT-SWITCH
007430         MOVE "INSTRUCTION ALREADY CLOSED"
007440             TO PYM-REJECT-REASON
007450         GO TO 2230-APPLY-CLOSE-EXIT
007460     END-IF.
007470
007480     MOVE "X" TO SOM-PYI-STATE.
007490
007500     PERFORM 2250-STAMP-RECORD
007510         THRU 2250-STAMP-RECORD-EXIT.
007520
007530     MOVE "PAYCLOSE" TO PYM-AUD-ACTION.
007540
007550     REWRITE SOM-PYI-RECORD
007560         INVALID KEY
007570             CONTINUE
007580     END-REWRITE.
007590
007600     IF NOT PYM-PYI-OK
007610         MOVE "Y" TO PYM-REJECT-SWITCH
007620         MOVE "SOMPYI REWRITE REJECTED"
007630             TO PYM-REJECT-REASON
007640     END-IF.
007650
007660 2230-APPLY-CLOSE-EXIT.
007670     EXIT.
007680
007690******************************************************************
007700* 2250-STAMP-RECORD - WHEN AND BY WHOM THE INSTRUCTION WAS LAST
007710*                    CHANGED; SOMPAY HOLDS BACK A PAYEE CHANGED
007720*                    SINCE THE LAST PAYMENT BATCH
007730******************************************************************
007740 2250-STAMP-RECORD.
007750
007760     ACCEPT PYM-RUN-TIME FROM TIME.
007770
007780     MOVE PYM-RUN-DATE        TO SOM-PYI-CHANGED-DATE.
007790     MOVE PYM-RUN-TIME (1:6)  TO SOM-PYI-CHANGED-TIME.
007800     MOVE PYM-OPERATOR-ID     TO SOM-PYI-CHANGED-BY.
007810
007820 2250-STAMP-RECORD-EXIT.
007830     EXIT.
007840
007850******************************************************************
007860* 2300-PRINT-REGISTER-ENTRY - ONE ACTION LINE (WITH DISPOSITION
007870*                            AND REJECT REASON), A BEFORE IMAGE
007880*                            LINE WHEN THE INSTRUCTION EXISTED,
007890*                            AND AN AFTER IMAGE LINE WHEN THE
007900*                            ACTION WAS APPLIED
007910******************************************************************
007920 2300-PRINT-REGISTER-ENTRY.
007930
007940     MOVE SPACES         TO PYM-REG-WORK-LINE.
007950     MOVE PYI-TRN-ACTION TO PYM-REG-ACT-CODE.
007960     MOVE PYI-TRN-EMP-ID TO PYM-REG-ACT-KEY.
007970
007980     IF PYM-REJECT-YES
007990         MOVE "REJECTED"        TO PYM-REG-ACT-DISP
008000         MOVE PYM-REJECT-REASON TO PYM-REG-ACT-REASON
008010     ELSE
008020         MOVE "APPLIED"         TO PYM-REG-ACT-DISP
008030     END-IF.
008040
008050     PERFORM 2500-WRITE-REGISTER-LINE
008060         THRU 2500-WRITE-REGISTER-LINE-EXIT.
008070
008080     IF PYM-MASTER-FOUND-YES
008090         MOVE SPACES             TO PYM-REG-WORK-LINE
008100         MOVE "BEFORE: "         TO PYM-REG-IMG-LABEL
008110         MOVE PYM-BEF-STATE      TO PYM-REG-IMG-STATE
008120         MOVE PYM-BEF-PAYEE-NAME TO PYM-REG-IMG-NAME
008130         MOVE PYM-BEF-ROUTING    TO PYM-REG-IMG-ROUTING
008140         MOVE PYM-BEF-ACCOUNT    TO PYM-MASK-SOURCE
008150         PERFORM 2700-MASK-ACCOUNT
008160             THRU 2700-MASK-ACCOUNT-EXIT
008170         MOVE PYM-MASK-RESULT    TO PYM-REG-IMG-ACCOUNT
008180         MOVE PYM-BEF-ACCT-TYPE  TO PYM-REG-IMG-TYPE
008190         PERFORM 2500-WRITE-REGISTER-LINE
008200             THRU 2500-WRITE-REGISTER-LINE-EXIT
008210     END-IF.
008220
008230     IF PYM-REJECT-NO
008240         MOVE SPACES             TO PYM-REG-WORK-LINE
008250         MOVE "AFTER:  "         TO PYM-REG-IMG-LABEL
008260         MOVE SOM-PYI-STATE      TO PYM-REG-IMG-STATE
008270         MOVE SOM-PYI-PAYEE-NAME TO PYM-REG-IMG-NAME
008280         MOVE SOM-PYI-ROUTING    TO PYM-REG-IMG-ROUTING
008290         MOVE SOM-PYI-ACCOUNT    TO PYM-MASK-SOURCE
008300         PERFORM 2700-MASK-ACCOUNT
008310             THRU 2700-MASK-ACCOUNT-EXIT
008320         MOVE PYM-MASK-RESULT    TO PYM-REG-IMG-ACCOUNT
008330         MOVE SOM-PYI-ACCT-TYPE  TO PYM-REG-IMG-TYPE
008340         PERFORM 2500-WRITE-REGISTER-LINE
008350             THRU 2500-WRITE-REGISTER-LINE-EXIT
008360     END-IF.
008370
008380 2300-PRINT-REGISTER-ENTRY-EXIT.
008390     EXIT.
008400
008410******************************************************************
008420* 2400-READ-MAINT-RECORD - READ THE NEXT TRANSACTION, FLAG EOF
008430******************************************************************
008440 2400-READ-MAINT-RECORD.
008450
008460     READ MAINT-TRAN-FILE
008470         AT END
008480             MOVE "Y" TO PYM-EOF-SWITCH
008490     END-READ.
008500
008510 2400-READ-MAINT-RECORD-EXIT.
008520     EXIT.
008530
008540******************************************************************
008550* 2500-WRITE-REGISTER-LINE - MOVE THE WORK LINE TO THE REGISTER
008560*                           RECORD, WRITE IT AND CHECK THE STATUS
008570******************************************************************
008580 2500-WRITE-REGISTER-LINE.
008590
008600     MOVE PYM-REG-WORK-LINE TO PYI-REGISTER-LINE.
008610     WRITE PYI-REGISTER-LINE.
008620
008630     IF NOT PYM-REG-OK
008640         DISPLAY "PYIMAINT: PYIREG WRITE FAILED, STATUS "
008650             PYM-REG-STATUS
008660     END-IF.
008670
008680 2500-WRITE-REGISTER-LINE-EXIT.
008690     EXIT.
008700
008710******************************************************************
008720* 2600-WRITE-AUDIT-RECORD - APPEND ONE SETAUD RECORD FOR THE
008730*                          ACTION JUST APPLIED.  THE PARAM-KEY
008740*                          FIELD CARRIES THE EMPLOYEE ID; THE
008750*                          OLD/NEW VALUES ARE ZERO, AS THEY ARE
008760*                          FOR SETOPRAD'S ADMIN ACTIONS.
008770******************************************************************
008780 2600-WRITE-AUDIT-RECORD.
008790
008800     ACCEPT SET-AUD-DATE FROM DATE YYYYMMDD.
008810     ACCEPT SET-AUD-TIME FROM TIME.
008820     MOVE PYM-OPERATOR-ID TO SET-AUD-OPERATOR-ID.
008830     MOVE PYM-AUD-ACTION  TO SET-AUD-ACTION.
008840     MOVE PYI-TRN-EMP-ID  TO SET-AUD-PARAM-KEY.
008850     MOVE ZEROS           TO SET-AUD-OLD-VALUE.
008860     MOVE ZEROS           TO SET-AUD-NEW-VALUE.
008870
008880     WRITE SET-AUDIT-RECORD.
008890
008900     IF NOT PYM-AUD-OK
008910         DISPLAY "PYIMAINT: SETAUD WRITE FAILED, STATUS "
008920             PYM-AUD-STATUS
008930         MOVE "N" TO PYM-AUD-SAVE-SWITCH
008940     END-IF.
008950
008960 2600-WRITE-AUDIT-RECORD-EXIT.
008970     EXIT.
008980
008990******************************************************************
009000* 2700-MASK-ACCOUNT - STAR OUT ALL BUT THE LAST FOUR CHARACTERS OF
009010*                    THE ACCOUNT IN PYM-MASK-SOURCE
009020******************************************************************
009030 2700-MASK-ACCOUNT.
009040
009050     MOVE SPACES TO PYM-MASK-RESULT.
009060
009070     PERFORM 2710-FIND-ACCOUNT-END
009080         THRU 2710-FIND-ACCOUNT-END-EXIT
009090         VARYING PYM-MASK-LENGTH FROM 17 BY -1
009100         UNTIL PYM-MASK-LENGTH < 1
009110            OR PYM-MASK-SOURCE (PYM-MASK-LENGTH:1) NOT = SPACE.
009120
009130     IF PYM-MASK-LENGTH < 5
009140         MOVE PYM-MASK-SOURCE TO PYM-MASK-RESULT
009150         GO TO 2700-MASK-ACCOUNT-EXIT
009160     END-IF.
009170
009180     MOVE ALL "*" TO PYM-MASK-RESULT (1:PYM-MASK-LENGTH - 4).
009190     MOVE PYM-MASK-SOURCE (PYM-MASK-LENGTH - 3:4)
009200         TO PYM-MASK-RESULT (PYM-MASK-LENGTH - 3:4).
009210
009220 2700-MASK-ACCOUNT-EXIT.
009230     EXIT.
009240
009250******************************************************************
009260* 2710-FIND-ACCOUNT-END - NOTHING TO DO PER CHARACTER; THE VARYING
009270*                        CLAUSE STOPS ON THE LAST ONE IN USE
009280******************************************************************
009290 2710-FIND-ACCOUNT-END.
009300
009310     CONTINUE.
009320
009330 2710-FIND-ACCOUNT-END-EXIT.
009340     EXIT.
009350
009360******************************************************************
009370* 3000-TERMINATE - PRINT THE APPLIED/REJECTED COUNTS, CLOSE THE
009380*                 FILES AND SET THE COMPLETION CODE.  A RUN WITH
009390*                 REJECTS COMPLETES WITH A WARNING; ONE WHOSE
009400*                 AUDIT TRAIL COULD NOT BE WRITTEN FAILS.
009410******************************************************************
009420 3000-TERMINATE.
009430
009440     IF PYM-INIT-FAILED
009450         GO TO 3000-TERMINATE-EXIT
009460     END-IF.
009470
009480     MOVE SPACES              TO PYM-REG-WORK-LINE.
009490     MOVE "ACTIONS APPLIED:  " TO PYM-REG-TOT-LABEL.
009500     MOVE PYM-APPLIED-COUNT   TO PYM-REG-TOT-COUNT.
009510     PERFORM 2500-WRITE-REGISTER-LINE
009520         THRU 2500-WRITE-REGISTER-LINE-EXIT.
009530
009540     MOVE SPACES              TO PYM-REG-WORK-LINE.
009550     MOVE "ACTIONS REJECTED: " TO PYM-REG-TOT-LABEL.
009560     MOVE PYM-REJECTED-COUNT  TO PYM-REG-TOT-COUNT.
009570     PERFORM 2500-WRITE-REGISTER-LINE
009580         THRU 2500-WRITE-REGISTER-LINE-EXIT.
009590
009600     CLOSE MAINT-TRAN-FILE.
009610     CLOSE INSTRUCTION-FILE.
009620     CLOSE EMPLOYEE-FILE.
009630     CLOSE REGISTER-FILE.
009640     CLOSE AUDIT-FILE.
009650
009660     IF PYM-AUD-SAVE-FAILED
009670         MOVE 8 TO RETURN-CODE
009680     ELSE
009690         IF PYM-REJECTED-COUNT > 0
009700             MOVE 4 TO RETURN-CODE
009710         ELSE
009720             MOVE 0 TO RETURN-CODE
009730         END-IF
009740     END-IF.
009750
009760 3000-TERMINATE-EXIT.
009770     EXIT.
009780
009790 END PROGRAM PYIMAINT.
