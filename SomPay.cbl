000010******************************************************************
000020* PROGRAM:     SOMPAY
000030* AUTHOR:      J. ALVES NOGUEIRA
000040* INSTALLATION: LEARNING-COBOL BATCH SHOP
000050* DATE-WRITTEN: 2026-10-01
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     PERIOD-END REIMBURSEMENT PAYMENT BATCH.  EVERY
000090*              EMPLOYEE WHOSE SOMEBAL PERIOD-TO-DATE BALANCE FOR
000100*              THE PERIOD IS ABOVE THE SETPARM "PAYMIN" MINIMUM
000110*              (WHOLE UNITS, DEFAULT 5) IS PAID TO THE BANK
000120*              DETAILS ON THE SOMPYI PAYMENT-INSTRUCTION MASTER.
000130*              A BALANCE IS HELD BACK WHEN THE EMPLOYEE HAS NO
000140*              INSTRUCTION, A CLOSED ONE, ONE WITH DETAILS
000150*              MISSING, OR ONE CHANGED SINCE THE PREVIOUS PAYMENT
000160*              BATCH STARTED; EACH HOLD RAISES A PAYHLD ALERT.
000170*              HELD BALANCES FROM EARLIER PERIODS ARE LOOKED AT
000180*              AGAIN EVERY BATCH AND PAID ONCE THE DETAILS ARE IN
000190*              ORDER.  PAYMENTS GO TO SOMBNKF IN THE BANK'S
000200*              BATCH FORMAT (HEADER, ONE ENTRY PER PAYMENT,
000210*              CONTROL TOTALS) WITH A PAYMENT REGISTER (SOMPYRPT).
000220*              EVERY PAYMENT AND HOLD IS RECORDED ON THE SOMPAYL
000230*              LEDGER BEFORE THE BANK ENTRY IS WRITTEN, AND THE
000240*              SOMPAYC CONTROL RECORD MARKS THE BATCH OPEN UNTIL
000250*              IT FINISHES: A FINISHED PERIOD IS NEVER PAID AGAIN,
000260*              AND A RERUN OF AN UNFINISHED ONE RESENDS WHAT THE
000270*              LEDGER ALREADY PAID RATHER THAN PAYING IT TWICE.
000280*-----------------------------------------------------------------
000290* MODIFICATION HISTORY:
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-01 JAN   ORIGINAL VERSION - REIMBURSEMENTS WERE KEYED
000320*                    INTO THE BANK'S PORTAL FROM A PRINTOUT.
000330* Tectonics: cobc
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. SOMPAY.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT BALANCE-FILE ASSIGN "SOMEBAL"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS SOM-EBL-KEY
000450         FILE STATUS IS SPY-EBL-STATUS.
000460
000470     SELECT INSTRUCTION-FILE ASSIGN "SOMPYI"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS SOM-PYI-EMP-ID
000510         FILE STATUS IS SPY-PYI-STATUS.
000520
000530     SELECT LEDGER-FILE ASSIGN "SOMPAYL"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS SOM-PYL-KEY
000570         FILE STATUS IS SPY-PYL-STATUS.
000580
000590     SELECT PAY-CONTROL-FILE ASSIGN "SOMPAYC"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS SPY-PYC-STATUS.
000620
000630     SELECT BANK-FILE ASSIGN "SOMBNKF"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS SPY-BNK-STATUS.
000660
000670     SELECT REGISTER-FILE ASSIGN "SOMPYRPT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS SPY-REG-STATUS.
000700
000710     SELECT PARAMETER-FILE ASSIGN "SETPARM"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS SET-PARAM-KEY
000750         FILE STATUS IS SPY-PRM-STATUS.
000760
000770     SELECT ALERT-FILE ASSIGN "SOMALRT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS SPY-ALT-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  BALANCE-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY SOMEBAL.
000860
000870 FD  INSTRUCTION-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 COPY SOMPYI.
000900
000910 FD  LEDGER-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 COPY SOMPAYL.
000940
000950 FD  PAY-CONTROL-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 COPY SOMPAYC.
000980
000990 FD  BANK-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 COPY SOMBNKF.
001020
001030 FD  REGISTER-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 COPY SOMPYRPT.
001060
001070 FD  PARAMETER-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 COPY SETPARM.
001100
001110 FD  ALERT-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 COPY SOMALRT.
001140
001150 WORKING-STORAGE SECTION.
001160 77  SPY-EBL-STATUS              PIC X(02) VALUE "00".
001170     88  SPY-EBL-OK                         VALUE "00".
001180     88  SPY-EBL-EOF                        VALUE "10".
001190     88  SPY-EBL-NOT-FOUND                  VALUE "23".
001200
001210 77  SPY-PYI-STATUS              PIC X(02) VALUE "00".
001220     88  SPY-PYI-OK                         VALUE "00".
001230     88  SPY-PYI-NOT-FOUND                  VALUE "23".
001240     88  SPY-PYI-FILE-NOT-FOUND             VALUE "35".
001250
001260 77  SPY-PYL-STATUS              PIC X(02) VALUE "00".
001270     88  SPY-PYL-OK                         VALUE "00".
001280     88  SPY-PYL-EOF                        VALUE "10".
001290     88  SPY-PYL-NOT-FOUND                  VALUE "23".
001300     88  SPY-PYL-FILE-NOT-FOUND             VALUE "35".
001310
001320 77  SPY-PYC-STATUS              PIC X(02) VALUE "00".
001330     88  SPY-PYC-OK                         VALUE "00".
001340
001350 77  SPY-BNK-STATUS              PIC X(02) VALUE "00".
001360     88  SPY-BNK-OK                         VALUE "00".
001370
001380 77  SPY-REG-STATUS              PIC X(02) VALUE "00".
001390     88  SPY-REG-OK                         VALUE "00".
001400
001410 77  SPY-PRM-STATUS              PIC X(02) VALUE "00".
001420     88  SPY-PRM-OK                         VALUE "00".
001430
001440 77  SPY-ALT-STATUS              PIC X(02) VALUE "00".
001450     88  SPY-ALT-OK                         VALUE "00".
001460     88  SPY-ALT-FILE-NOT-FOUND             VALUE "35".
001470
001480 77  SPY-ALT-OPEN-SWITCH         PIC X(01) VALUE "N".
001490     88  SPY-ALT-OPEN-YES                   VALUE "Y".
001500     88  SPY-ALT-OPEN-NO                    VALUE "N".
001510     88  SPY-ALT-OPEN-FAILED                VALUE "F".
001520
001530 77  SPY-EBL-EOF-SWITCH          PIC X(01) VALUE "N".
001540     88  SPY-EBL-EOF-YES                    VALUE "Y".
001550     88  SPY-EBL-EOF-NO                     VALUE "N".
001560
001570 77  SPY-PYL-EOF-SWITCH          PIC X(01) VALUE "N".
001580     88  SPY-PYL-EOF-YES                    VALUE "Y".
001590     88  SPY-PYL-EOF-NO                     VALUE "N".
001600
001610 77  SPY-INIT-STATUS-SWITCH      PIC X(01) VALUE "Y".
001620     88  SPY-INIT-OK                        VALUE "Y".
001630     88  SPY-INIT-FAILED                    VALUE "N".
001640
001650 77  SPY-FAIL-SWITCH             PIC X(01) VALUE "N".
001660     88  SPY-FAIL-YES                       VALUE "Y".
001670     88  SPY-FAIL-NO                        VALUE "N".
001680
001690 77  SPY-RERUN-SWITCH            PIC X(01) VALUE "N".
001700     88  SPY-RERUN-YES                      VALUE "Y".
001710     88  SPY-RERUN-NO                       VALUE "N".
001720
001730 77  SPY-CONTROL-FOUND-SWITCH    PIC X(01) VALUE "N".
001740     88  SPY-CONTROL-FOUND-YES              VALUE "Y".
001750     88  SPY-CONTROL-FOUND-NO               VALUE "N".
001760
001770 77  SPY-LEDGER-FOUND-SWITCH     PIC X(01) VALUE "N".
001780     88  SPY-LEDGER-FOUND-YES               VALUE "Y".
001790     88  SPY-LEDGER-FOUND-NO                VALUE "N".
001800
001810 77  SPY-PERIOD-INPUT            PIC X(06) VALUE SPACES.
001820
001830 01  SPY-PERIOD                  PIC 9(06) VALUE ZEROS.
001840 01  SPY-PERIOD-FIELDS REDEFINES SPY-PERIOD.
001850     05  SPY-PERIOD-CC           PIC 99.
001860     05  SPY-PERIOD-YY           PIC 99.
001870     05  SPY-PERIOD-MM           PIC 99.
001880
001890 77  SPY-RUN-DATE                PIC 9(08) VALUE ZEROS.
001900 77  SPY-RUN-TIME                PIC 9(08) VALUE ZEROS.
001910 77  SPY-PARM-NAME               PIC X(08) VALUE SPACES.
001920 77  SPY-PARM-VALUE              PIC 99 VALUE ZERO.
001930 77  SPY-MINIMUM                 PIC S9(9)V99 COMP-3 VALUE ZERO.
001940 77  SPY-HOLD-REASON             PIC X(02) VALUE SPACES.
001950 77  SPY-NOTE                    PIC X(20) VALUE SPACES.
001960 77  SPY-DISPOSITION             PIC X(08) VALUE SPACES.
001970 77  SPY-TRACE-SEQ               PIC 9(07) VALUE ZEROS.
001980 77  SPY-ROUTING-PREFIX          PIC 9(08) VALUE ZEROS.
001990 77  SPY-HASH-TOTAL              PIC 9(15) COMP-3 VALUE ZERO.
002000 77  SPY-HASH-QUOTIENT           PIC 9(05) COMP-3 VALUE ZERO.
002010 77  SPY-CENTS-TOTAL             PIC 9(12) COMP-3 VALUE ZERO.
002020 77  SPY-ENTRY-COUNT             PIC 9(06) COMP VALUE 0.
002030 77  SPY-PAID-COUNT              PIC 9(05) COMP VALUE 0.
002040 77  SPY-RELEASED-COUNT          PIC 9(05) COMP VALUE 0.
002050 77  SPY-HELD-COUNT              PIC 9(05) COMP VALUE 0.
002060 77  SPY-MINIMUM-COUNT           PIC 9(05) COMP VALUE 0.
002070 77  SPY-VOID-COUNT              PIC 9(05) COMP VALUE 0.
002080 77  SPY-PAID-TOTAL              PIC S9(9)V99 COMP-3 VALUE ZERO.
002090 77  SPY-RELEASED-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
002100 77  SPY-HELD-TOTAL              PIC S9(9)V99 COMP-3 VALUE ZERO.
002110 77  SPY-BANK-TOTAL              PIC S9(9)V99 COMP-3 VALUE ZERO.
002120
002130******************************************************************
002140* SPY-CONTROL-WORK - THE BATCH CONTROL AS READ FROM SOMPAYC, AND
002150* THE CUT-OFF THIS BATCH JUDGES CHANGED BANK DETAILS BY: DETAILS
002160* STAMPED ON OR AFTER IT WERE CHANGED SINCE THE PREVIOUS BATCH.
002170******************************************************************
002180 01  SPY-CONTROL-WORK.
002190     05  SPY-LAST-PERIOD             PIC 9(06) VALUE ZEROS.
002200     05  SPY-LAST-STATE              PIC X(01) VALUE SPACE.
002210         88  SPY-LAST-OPEN                      VALUE "O".
002220         88  SPY-LAST-COMPLETE                  VALUE "C".
002230     05  SPY-STARTED-STAMP.
002240         10  SPY-STARTED-DATE        PIC 9(08) VALUE ZEROS.
002250         10  SPY-STARTED-TIME        PIC 9(06) VALUE ZEROS.
002260     05  SPY-CUTOFF-STAMP.
002270         10  SPY-CUTOFF-DATE         PIC 9(08) VALUE ZEROS.
002280         10  SPY-CUTOFF-TIME         PIC 9(06) VALUE ZEROS.
002290
002300******************************************************************
002310* SPY-PAY-WORK - THE BALANCE IN HAND, FROM SOMEBAL (THIS PERIOD)
002320* OR THE LEDGER (A HOLD FROM AN EARLIER PERIOD).
002330******************************************************************
002340 01  SPY-PAY-WORK.
002350     05  SPY-PAY-EMP-ID              PIC 9(06) VALUE ZEROS.
002360     05  SPY-PAY-PERIOD              PIC 9(06) VALUE ZEROS.
002370     05  SPY-PAY-AMOUNT              PIC S9(9)V99 COMP-3
002380                                     VALUE ZERO.
002390
002400******************************************************************
002410* SPY-BANK-CONSTANTS - THE ORIGINATOR DETAILS THE BANK ISSUED FOR
002420* THE REIMBURSEMENT BATCH.
002430******************************************************************
002440 01  SPY-BANK-CONSTANTS.
002450     05  SPY-BNK-SERVICE             PIC 9(03) VALUE 220.
002460     05  SPY-BNK-COMPANY-NAME        PIC X(16)
002470                                     VALUE "LEARNING-COBOL".
002480     05  SPY-BNK-COMPANY-ID          PIC X(10) VALUE "1LRNCOBOL0".
002490     05  SPY-BNK-ENTRY-CLASS         PIC X(03) VALUE "PPD".
002500     05  SPY-BNK-DESCRIPTION         PIC X(10) VALUE "EXPREIMB".
002510
002520******************************************************************
002530* SPY-MASK-WORK - AN ACCOUNT NUMBER WITH EVERYTHING BUT ITS LAST
002540* FOUR CHARACTERS STARRED OUT, FOR THE REGISTER.
002550******************************************************************
002560 01  SPY-MASK-WORK.
002570     05  SPY-MASK-SOURCE             PIC X(17) VALUE SPACES.
002580     05  SPY-MASK-RESULT             PIC X(17) VALUE SPACES.
002590     05  SPY-MASK-LENGTH             PIC 9(02) COMP VALUE 0.
002600
002610******************************************************************
002620* SPY-ALERT-FIELDS - THE ALERT IN HAND FOR SOMALRT, FILLED IN
002630* UP HERE BEFORE EACH PERFORM OF THE ALERT WRITE.  SEVERITY
002640* 1 = INFO, 2 = WARNING, 3 = CRITICAL; SETPARM MAY RE-RANK IT.
002650******************************************************************
002660 01  SPY-ALERT-FIELDS.
002670     05  SPY-ALT-SEVERITY            PIC 9(01) VALUE ZERO.
002680     05  SPY-ALT-CODE                PIC X(06) VALUE SPACES.
002690     05  SPY-ALT-KEY                 PIC X(12) VALUE SPACES.
002700     05  SPY-ALT-MESSAGE             PIC X(46) VALUE SPACES.
002710
002720 01  SPY-ALT-MSG-WORK.
002730     05  FILLER                      PIC X(07) VALUE "PERIOD ".
002740     05  SPY-ALT-MSG-PERIOD          PIC 9(06).
002750     05  FILLER                      PIC X(08) VALUE " HELD - ".
002760     05  SPY-ALT-MSG-REASON          PIC X(20).
002770     05  FILLER                      PIC X(05) VALUE SPACES.
002780
002790******************************************************************
002800* SPY-REG-WORK-LINE AND ITS REDEFINES - THE REGISTER LINE IS
002810* BUILT HERE IN WORKING STORAGE, THEN MOVED INTO THE REGISTER-
002820* FILE RECORD JUST BEFORE EACH WRITE.
002830******************************************************************
002840 01  SPY-REG-WORK-LINE               PIC X(080) VALUE SPACES.
002850
002860 01  SPY-REG-HEADING REDEFINES SPY-REG-WORK-LINE.
002870     05  SPY-REG-HDG-LABEL           PIC X(40).
002880     05  SPY-REG-HDG-PERIOD          PIC X(06).
002890     05  FILLER                      PIC X(06).
002900     05  SPY-REG-HDG-RUN-LABEL       PIC X(04).
002910     05  SPY-REG-HDG-DATE            PIC X(08).
002920     05  FILLER                      PIC X(16).
002930
002940 01  SPY-REG-DETAIL REDEFINES SPY-REG-WORK-LINE.
002950     05  SPY-REG-DET-EMP-ID          PIC 9(06).
002960     05  FILLER                      PIC X(02).
002970     05  SPY-REG-DET-PERIOD          PIC 9(06).
002980     05  FILLER                      PIC X(02).
002990     05  SPY-REG-DET-DISP            PIC X(08).
003000     05  FILLER                      PIC X(02).
003010     05  SPY-REG-DET-AMOUNT          PIC -(9)9.99.
003020     05  FILLER                      PIC X(02).
003030     05  SPY-REG-DET-ACCOUNT         PIC X(17).
003040     05  FILLER                      PIC X(02).
003050     05  SPY-REG-DET-NOTE            PIC X(20).
003060
003070 01  SPY-REG-TOTAL REDEFINES SPY-REG-WORK-LINE.
003080     05  SPY-REG-TOT-LABEL           PIC X(22).
003090     05  SPY-REG-TOT-COUNT           PIC ZZZZZ9.
003100     05  FILLER                      PIC X(02).
003110     05  SPY-REG-TOT-AMOUNT          PIC -(9)9.99.
003120     05  FILLER                      PIC X(37).
003130
003140 LINKAGE SECTION.
003150 01  SPY-LINK-PERIOD             PIC 9(06).
003160
003170 PROCEDURE DIVISION USING SPY-LINK-PERIOD.
003180******************************************************************
003190* 0000-MAINLINE - PAY THE PERIOD'S BALANCES, THEN REVIEW THE
003200*                 LEDGER FOR BALANCES HELD IN EARLIER PERIODS
003210******************************************************************
003220 0000-MAINLINE.
003230
003240     PERFORM 1000-INITIALIZE
003250         THRU 1000-INITIALIZE-EXIT.
003260
003270     PERFORM 2000-PAY-ONE-BALANCE
003280         THRU 2000-PAY-ONE-BALANCE-EXIT
003290         UNTIL SPY-EBL-EOF-YES.
003300
003310     PERFORM 2500-START-LEDGER-REVIEW
003320         THRU 2500-START-LEDGER-REVIEW-EXIT.
003330
003340     PERFORM 2600-REVIEW-LEDGER-ROW
003350         THRU 2600-REVIEW-LEDGER-ROW-EXIT
003360         UNTIL SPY-PYL-EOF-YES.
003370
003380     PERFORM 3000-TERMINATE
003390         THRU 3000-TERMINATE-EXIT.
003400
003410     GOBACK.
003420
003430******************************************************************
003440* 1000-INITIALIZE - ACCEPT AND VALIDATE THE FISCAL PERIOD, CHECK
003450*                  IT AGAINST THE BATCH CONTROL, OPEN THE FILES,
003460*                  MARK THE BATCH OPEN AND WRITE THE BANK HEADER
003470******************************************************************
003480 1000-INITIALIZE.
003490
003500     MOVE "Y" TO SPY-EBL-EOF-SWITCH.
003510     MOVE "Y" TO SPY-PYL-EOF-SWITCH.
003520
003530*    CALLED WITH A PERIOD (THE NIGHTDRV PERIOD-END CLOSE) THE
003540*    RUN IS UNATTENDED; STANDALONE IT STILL PROMPTS.
003550     IF ADDRESS OF SPY-LINK-PERIOD NOT = NULL
003560         MOVE SPY-LINK-PERIOD TO SPY-PERIOD
003570         GO TO 1000-INITIALIZE-VALIDATE
003580     END-IF.
003590
003600     DISPLAY "ENTER FISCAL PERIOD TO PAY (CCYYMM): ".
003610     ACCEPT SPY-PERIOD-INPUT.
003620
003630     IF SPY-PERIOD-INPUT NOT NUMERIC
003640         DISPLAY "SOMPAY: PERIOD " SPY-PERIOD-INPUT
003650             " REJECTED - NOT NUMERIC"
003660         MOVE 8 TO RETURN-CODE
003670         MOVE "N" TO SPY-INIT-STATUS-SWITCH
003680         GO TO 1000-INITIALIZE-EXIT
003690     END-IF.
003700
003710     MOVE SPY-PERIOD-INPUT TO SPY-PERIOD.
003720
003730 1000-INITIALIZE-VALIDATE.
003740
003750     IF SPY-PERIOD-MM < 01 OR SPY-PERIOD-MM > 12
003760         DISPLAY "SOMPAY: PERIOD " SPY-PERIOD
003770             " REJECTED - INVALID MONTH " SPY-PERIOD-MM
003780         MOVE 8 TO RETURN-CODE
003790         MOVE "N" TO SPY-INIT-STATUS-SWITCH
003800         GO TO 1000-INITIALIZE-EXIT
003810     END-IF.
003820
003830     PERFORM 1200-LOAD-CONTROL
003840         THRU 1200-LOAD-CONTROL-EXIT.
003850
003860*    THE PERIOD ALREADY PAID IS A HARMLESS RERUN - NOTHING IS
003870*    REOPENED, SO ITS BANK FILE STANDS AS SENT.
003880     IF SPY-PERIOD = SPY-LAST-PERIOD AND SPY-LAST-COMPLETE
003890         DISPLAY "SOMPAY: PERIOD " SPY-PERIOD
003900             " ALREADY PAID - NOTHING WRITTEN"
003910         MOVE 4 TO RETURN-CODE
003920         MOVE "N" TO SPY-INIT-STATUS-SWITCH
003930         GO TO 1000-INITIALIZE-EXIT
003940     END-IF.
003950
003960     IF SPY-PERIOD < SPY-LAST-PERIOD
003970         DISPLAY "SOMPAY: PERIOD " SPY-PERIOD
003980             " REJECTED - LAST PERIOD PAID WAS "
003990             SPY-LAST-PERIOD
004000         MOVE 8 TO RETURN-CODE
004010         MOVE "N" TO SPY-INIT-STATUS-SWITCH
004020         GO TO 1000-INITIALIZE-EXIT
004030     END-IF.
004040
004050*    AN UNFINISHED BATCH MUST BE RERUN TO THE END BEFORE THE
004060*    NEXT PERIOD IS PAID, OR ITS PAYMENTS WOULD NEVER BE SENT.
004070     IF SPY-LAST-OPEN AND SPY-PERIOD NOT = SPY-LAST-PERIOD
004080         DISPLAY "SOMPAY: PERIOD " SPY-PERIOD
004090             " REJECTED - BATCH FOR PERIOD " SPY-LAST-PERIOD
004100             " NEVER FINISHED, RERUN IT FIRST"
004110         MOVE 8 TO RETURN-CODE
004120         MOVE "N" TO SPY-INIT-STATUS-SWITCH
004130         GO TO 1000-INITIALIZE-EXIT
004140     END-IF.
004150
004160     ACCEPT SPY-RUN-DATE FROM DATE YYYYMMDD.
004170     ACCEPT SPY-RUN-TIME FROM TIME.
004180
004190     IF SPY-LAST-OPEN
004200         MOVE "Y" TO SPY-RERUN-SWITCH
004210         DISPLAY "SOMPAY: RERUNNING UNFINISHED BATCH FOR PERIOD "
004220             SPY-PERIOD
004230     ELSE
004240         PERFORM 1250-SET-CUTOFF
004250             THRU 1250-SET-CUTOFF-EXIT
004260     END-IF.
004270
004280     PERFORM 1400-LOAD-PARAMETERS
004290         THRU 1400-LOAD-PARAMETERS-EXIT.
004300
004310     OPEN INPUT BALANCE-FILE.
004320
004330     IF NOT SPY-EBL-OK
004340         DISPLAY "SOMPAY: UNABLE TO OPEN SOMEBAL, STATUS "
004350             SPY-EBL-STATUS
004360         MOVE 8 TO RETURN-CODE
004370         MOVE "N" TO SPY-INIT-STATUS-SWITCH
004380         GO TO 1000-INITIALIZE-EXIT
004390     END-IF.
004400
004410*    NO INSTRUCTION FILE YET IS NOT AN ERROR - EVERY BALANCE IS
004420*    SIMPLY HELD FOR WANT OF BANK DETAILS.
004430     OPEN INPUT INSTRUCTION-FILE.
004440
004450     IF NOT SPY-PYI-OK AND NOT SPY-PYI-FILE-NOT-FOUND
004460         DISPLAY "SOMPAY: UNABLE TO OPEN SOMPYI, STATUS "
004470             SPY-PYI-STATUS
004480         MOVE 8 TO RETURN-CODE
004490         MOVE "N" TO SPY-INIT-STATUS-SWITCH
004500         GO TO 1000-INITIALIZE-EXIT
004510     END-IF.
004520
004530     OPEN I-O LEDGER-FILE.
004540
004550     IF SPY-PYL-FILE-NOT-FOUND
004560         OPEN OUTPUT LEDGER-FILE
004570         IF SPY-PYL-OK
004580             CLOSE LEDGER-FILE
004590             OPEN I-O LEDGER-FILE
004600         END-IF
004610     END-IF.
004620
004630     IF NOT SPY-PYL-OK
004640         DISPLAY "SOMPAY: UNABLE TO OPEN SOMPAYL, STATUS "
004650             SPY-PYL-STATUS
004660         MOVE 8 TO RETURN-CODE
004670         MOVE "N" TO SPY-INIT-STATUS-SWITCH
004680         GO TO 1000-INITIALIZE-EXIT
004690     END-IF.
004700
004710     OPEN OUTPUT BANK-FILE.
004720
004730     IF NOT SPY-BNK-OK
004740         DISPLAY "SOMPAY: UNABLE TO OPEN SOMBNKF, STATUS "
004750             SPY-BNK-STATUS
004760         MOVE 8 TO RETURN-CODE
004770         MOVE "N" TO SPY-INIT-STATUS-SWITCH
004780         GO TO 1000-INITIALIZE-EXIT
004790     END-IF.
004800
004810     OPEN OUTPUT REGISTER-FILE.
004820
004830     IF NOT SPY-REG-OK
004840         DISPLAY "SOMPAY: UNABLE TO OPEN SOMPYRPT, STATUS "
004850             SPY-REG-STATUS
004860         MOVE 8 TO RETURN-CODE
004870         MOVE "N" TO SPY-INIT-STATUS-SWITCH
004880         GO TO 1000-INITIALIZE-EXIT
004890     END-IF.
004900
004910*    THE BATCH IS MARKED OPEN BEFORE ANYTHING IS PAID, SO A RUN
004920*    THAT DIES PART-WAY CAN ONLY BE RERUN, NEVER SKIPPED.
004930     IF SPY-RERUN-NO
004940         MOVE "O" TO SPY-LAST-STATE
004950         PERFORM 1300-SAVE-CONTROL
004960             THRU 1300-SAVE-CONTROL-EXIT
004970         IF SPY-FAIL-YES
004980             MOVE 8 TO RETURN-CODE
004990             MOVE "N" TO SPY-INIT-STATUS-SWITCH
005000             GO TO 1000-INITIALIZE-EXIT
005010         END-IF
005020     ELSE
005030         PERFORM 1500-FIND-LAST-TRACE
005040             THRU 1500-FIND-LAST-TRACE-EXIT
005050     END-IF.
005060
005070     MOVE SPACES TO SPY-REG-WORK-LINE.
005080     MOVE "REIMBURSEMENT PAYMENT REGISTER, PERIOD  "
005090         TO SPY-REG-HDG-LABEL.
005100     MOVE SPY-PERIOD   TO SPY-REG-HDG-PERIOD.
005110     MOVE "RUN "       TO SPY-REG-HDG-RUN-LABEL.
005120     MOVE SPY-RUN-DATE TO SPY-REG-HDG-DATE.
005130     PERFORM 2900-WRITE-REGISTER-LINE
005140         THRU 2900-WRITE-REGISTER-LINE-EXIT.
005150
005160     PERFORM 1600-WRITE-BANK-HEADER
005170         THRU 1600-WRITE-BANK-HEADER-EXIT.
005180
005190     IF SPY-FAIL-YES
005200         GO TO 1000-INITIALIZE-EXIT
005210     END-IF.
005220
005230     MOVE "N" TO SPY-EBL-EOF-SWITCH.
005240
005250     PERFORM 2100-READ-NEXT-BALANCE
005260         THRU 2100-READ-NEXT-BALANCE-EXIT.
005270
005280 1000-INITIALIZE-EXIT.
005290     EXIT.
005300
005310******************************************************************
005320* 1200-LOAD-CONTROL - READ THE NEWEST BATCH'S PERIOD, STATE,
005330*                    START AND CUT-OFF FROM SOMPAYC
005340******************************************************************
005350 1200-LOAD-CONTROL.
005360
005370     MOVE ZEROS TO SPY-LAST-PERIOD.
005380     MOVE SPACE TO SPY-LAST-STATE.
005390     MOVE ZEROS TO SPY-STARTED-STAMP.
005400     MOVE ZEROS TO SPY-CUTOFF-STAMP.
005410
005420     OPEN INPUT PAY-CONTROL-FILE.
005430
005440     IF NOT SPY-PYC-OK
005450         GO TO 1200-LOAD-CONTROL-EXIT
005460     END-IF.
005470
005480     READ PAY-CONTROL-FILE
005490         AT END
005500             CONTINUE
005510     END-READ.
005520
005530     IF SPY-PYC-OK
005540         MOVE "Y"                  TO SPY-CONTROL-FOUND-SWITCH
005550         MOVE SOM-PYC-LAST-PERIOD  TO SPY-LAST-PERIOD
005560         MOVE SOM-PYC-STATE        TO SPY-LAST-STATE
005570         MOVE SOM-PYC-STARTED-DATE TO SPY-STARTED-DATE
005580         MOVE SOM-PYC-STARTED-TIME TO SPY-STARTED-TIME
005590         MOVE SOM-PYC-CUTOFF-DATE  TO SPY-CUTOFF-DATE
005600         MOVE SOM-PYC-CUTOFF-TIME  TO SPY-CUTOFF-TIME
005610     END-IF.
005620
005630     CLOSE PAY-CONTROL-FILE.
005640
005650 1200-LOAD-CONTROL-EXIT.
005660     EXIT.
005670
005680******************************************************************
005690* 1250-SET-CUTOFF - A NEW BATCH JUDGES CHANGED DETAILS FROM THE
005700*                  START OF THE BATCH BEFORE IT; THE FIRST BATCH
005710*                  EVER JUDGES THEM FROM THE START OF ITS PERIOD
005720******************************************************************
005730 1250-SET-CUTOFF.
005740
005750     IF SPY-CONTROL-FOUND-YES
005760         MOVE SPY-STARTED-STAMP TO SPY-CUTOFF-STAMP
005770     ELSE
005780         MOVE SPY-PERIOD        TO SPY-CUTOFF-DATE (1:6)
005790         MOVE "01"              TO SPY-CUTOFF-DATE (7:2)
005800         MOVE ZEROS             TO SPY-CUTOFF-TIME
005810     END-IF.
005820
005830     MOVE SPY-PERIOD          TO SPY-LAST-PERIOD.
005840     MOVE SPY-RUN-DATE        TO SPY-STARTED-DATE.
005850     MOVE SPY-RUN-TIME (1:6)  TO SPY-STARTED-TIME.
005860
005870 1250-SET-CUTOFF-EXIT.
005880     EXIT.
005890
005900******************************************************************
005910* 1300-SAVE-CONTROL - WRITE THE BATCH CONTROL RECORD WITH THE
005920*                    STATE IN SPY-LAST-STATE (OPEN OR COMPLETE)
005930******************************************************************
005940 1300-SAVE-CONTROL.
005950
005960     OPEN OUTPUT PAY-CONTROL-FILE.
005970
005980     IF NOT SPY-PYC-OK
005990         DISPLAY "SOMPAY: UNABLE TO OPEN SOMPAYC FOR WRITE, "
006000             "STATUS " SPY-PYC-STATUS
006010         MOVE "Y" TO SPY-FAIL-SWITCH
006020         GO TO 1300-SAVE-CONTROL-EXIT
006030     END-IF.
006040
006050     MOVE SPY-PERIOD       TO SOM-PYC-LAST-PERIOD.
006060     MOVE SPY-LAST-STATE   TO SOM-PYC-STATE.
006070     MOVE SPY-STARTED-DATE TO SOM-PYC-STARTED-DATE.
006080     MOVE SPY-STARTED-TIME TO SOM-PYC-STARTED-TIME.
006090     MOVE SPY-CUTOFF-DATE  TO SOM-PYC-CUTOFF-DATE.
006100     MOVE SPY-CUTOFF-TIME  TO SOM-PYC-CUTOFF-TIME.
006110
006120     WRITE SOM-PAY-CONTROL-RECORD.
006130
006140     IF NOT SPY-PYC-OK
006150         DISPLAY "SOMPAY: SOMPAYC WRITE FAILED, STATUS "
006160             SPY-PYC-STATUS
006170         MOVE "Y" TO SPY-FAIL-SWITCH
006180     END-IF.
006190
006200     CLOSE PAY-CONTROL-FILE.
006210
006220 1300-SAVE-CONTROL-EXIT.
006230     EXIT.
006240
006250******************************************************************
006260* 1400-LOAD-PARAMETERS - THE PAYMENT MINIMUM IN WHOLE UNITS, FROM
006270*                       SETPARM "PAYMIN" (DEFAULT 5).  A BALANCE
006280*                       MUST BE ABOVE IT TO BE PAID.
006290******************************************************************
006300 1400-LOAD-PARAMETERS.
006310
006320     OPEN INPUT PARAMETER-FILE.
006330
006340     MOVE "PAYMIN" TO SPY-PARM-NAME.
006350     MOVE 5        TO SPY-PARM-VALUE.
006360     PERFORM 1410-READ-PARAMETER
006370         THRU 1410-READ-PARAMETER-EXIT.
006380     MOVE SPY-PARM-VALUE TO SPY-MINIMUM.
006390
006400     IF SPY-PRM-OK OR SPY-PRM-STATUS = "23"
006410         CLOSE PARAMETER-FILE
006420     END-IF.
006430
006440 1400-LOAD-PARAMETERS-EXIT.
006450     EXIT.
006460
006470******************************************************************
006480* 1410-READ-PARAMETER - LOOK UP SPY-PARM-NAME; THE DEFAULT ALREADY
006490*                      IN SPY-PARM-VALUE STANDS IF IT IS MISSING
006500******************************************************************
006510 1410-READ-PARAMETER.
006520
006530     IF NOT SPY-PRM-OK AND SPY-PRM-STATUS NOT = "23"
006540         GO TO 1410-READ-PARAMETER-EXIT
006550     END-IF.
006560
006570     MOVE SPY-PARM-NAME TO SET-PARAM-KEY.
006580
006590     READ PARAMETER-FILE
006600         KEY IS SET-PARAM-KEY
006610         INVALID KEY
006620             GO TO 1410-READ-PARAMETER-EXIT
006630     END-READ.
006640
006650     IF SPY-PRM-OK
006660         MOVE SET-PARAM-VALUE TO SPY-PARM-VALUE
006670     END-IF.
006680
006690 1410-READ-PARAMETER-EXIT.
006700     EXIT.
006710
006720******************************************************************
006730* 1500-FIND-LAST-TRACE - ON A RERUN, CARRY ON THE TRACE NUMBERS
006740*                       FROM THE HIGHEST THE FAILED ATTEMPT GAVE
006750*                       OUT, SO NO TWO PAYMENTS SHARE ONE
006760******************************************************************
006770 1500-FIND-LAST-TRACE.
006780
006790     MOVE ZEROS TO SOM-PYL-KEY.
006800
006810     START LEDGER-FILE KEY IS NOT LESS THAN SOM-PYL-KEY
006820         INVALID KEY
006830             GO TO 1500-FIND-LAST-TRACE-EXIT
006840     END-START.
006850
006860     MOVE "N" TO SPY-PYL-EOF-SWITCH.
006870
006880     PERFORM 1510-CHECK-TRACE-ROW
006890         THRU 1510-CHECK-TRACE-ROW-EXIT
006900         UNTIL SPY-PYL-EOF-YES.
006910
006920     MOVE "Y" TO SPY-PYL-EOF-SWITCH.
006930
006940 1500-FIND-LAST-TRACE-EXIT.
006950     EXIT.
006960
006970******************************************************************
006980* 1510-CHECK-TRACE-ROW - ONE LEDGER ROW OF THE TRACE SCAN
006990******************************************************************
007000 1510-CHECK-TRACE-ROW.
007010
007020     PERFORM 2650-READ-NEXT-LEDGER-ROW
007030         THRU 2650-READ-NEXT-LEDGER-ROW-EXIT.
007040
007050     IF SPY-PYL-EOF-YES
007060         GO TO 1510-CHECK-TRACE-ROW-EXIT
007070     END-IF.
007080
007090     IF SOM-PYL-PAID
007100        AND SOM-PYL-BATCH-PERIOD = SPY-PERIOD
007110        AND SOM-PYL-TRACE-SEQ > SPY-TRACE-SEQ
007120         MOVE SOM-PYL-TRACE-SEQ TO SPY-TRACE-SEQ
007130     END-IF.
007140
007150 1510-CHECK-TRACE-ROW-EXIT.
007160     EXIT.
007170
007180******************************************************************
007190* 1600-WRITE-BANK-HEADER - THE BATCH HEADER: ORIGINATOR, ENTRY
007200*                         CLASS, EFFECTIVE DATE AND BATCH NUMBER
007210*                         (THE FISCAL PERIOD PAID)
007220******************************************************************
007230 1600-WRITE-BANK-HEADER.
007240
007250     MOVE SPACES               TO SOM-BNK-RECORD.
007260     MOVE "5"                  TO SOM-BNK-TYPE.
007270     MOVE SPY-BNK-SERVICE      TO SOM-BNK-SERVICE-CLASS.
007280     MOVE SPY-BNK-COMPANY-NAME TO SOM-BNK-COMPANY-NAME.
007290     MOVE SPY-BNK-COMPANY-ID   TO SOM-BNK-COMPANY-ID.
007300     MOVE SPY-BNK-ENTRY-CLASS  TO SOM-BNK-ENTRY-CLASS.
007310     MOVE SPY-BNK-DESCRIPTION  TO SOM-BNK-DESCRIPTION.
007320     MOVE SPY-RUN-DATE         TO SOM-BNK-EFFECTIVE-DATE.
007330     MOVE SPY-PERIOD           TO SOM-BNK-HDR-BATCH.
007340     MOVE SPY-RUN-DATE         TO SOM-BNK-CREATED-DATE.
007350     MOVE SPY-RUN-TIME (1:6)   TO SOM-BNK-CREATED-TIME.
007360
007370     PERFORM 2950-WRITE-BANK-RECORD
007380         THRU 2950-WRITE-BANK-RECORD-EXIT.
007390
007400 1600-WRITE-BANK-HEADER-EXIT.
007410     EXIT.
007420
007430******************************************************************
007440* 2000-PAY-ONE-BALANCE - ONE SOMEBAL RECORD.  ONLY THE PERIOD
007450*                       BEING PAID COUNTS.  A BALANCE THE LEDGER
007460*                       SHOWS PAID BY THIS BATCH IS RESENT AS
007470*                       RECORDED; ANY OTHER IS PAID, HELD OR
007480*                       PASSED OVER AS AT OR BELOW THE MINIMUM.
007490******************************************************************
007500 2000-PAY-ONE-BALANCE.
007510
007520     IF SOM-EBL-PERIOD NOT = SPY-PERIOD
007530         GO TO 2000-PAY-ONE-BALANCE-NEXT
007540     END-IF.
007550
007560     MOVE SOM-EBL-EMP-ID     TO SPY-PAY-EMP-ID.
007570     MOVE SOM-EBL-PERIOD     TO SPY-PAY-PERIOD.
007580     MOVE SOM-EBL-PTD-AMOUNT TO SPY-PAY-AMOUNT.
007590
007600     PERFORM 2050-READ-LEDGER
007610         THRU 2050-READ-LEDGER-EXIT.
007620
007630     IF SPY-FAIL-YES
007640         GO TO 2000-PAY-ONE-BALANCE-NEXT
007650     END-IF.
007660
007670     IF SPY-LEDGER-FOUND-YES AND NOT SOM-PYL-HELD
007680         IF SOM-PYL-PAID AND SOM-PYL-BATCH-PERIOD = SPY-PERIOD
007690             MOVE "RESENT ON RERUN" TO SPY-NOTE
007700             PERFORM 2400-SEND-PAYMENT
007710                 THRU 2400-SEND-PAYMENT-EXIT
007720             ADD 1              TO SPY-PAID-COUNT
007730             ADD SOM-PYL-AMOUNT TO SPY-PAID-TOTAL
007740         END-IF
007750         GO TO 2000-PAY-ONE-BALANCE-NEXT
007760     END-IF.
007770
007780     IF SPY-PAY-AMOUNT NOT > SPY-MINIMUM
007790         PERFORM 2370-PASS-OVER-BALANCE
007800             THRU 2370-PASS-OVER-BALANCE-EXIT
007810         GO TO 2000-PAY-ONE-BALANCE-NEXT
007820     END-IF.
007830
007840     PERFORM 2200-CHECK-INSTRUCTION
007850         THRU 2200-CHECK-INSTRUCTION-EXIT.
007860
007870     IF SPY-HOLD-REASON NOT = SPACES
007880         PERFORM 2350-HOLD-BALANCE
007890             THRU 2350-HOLD-BALANCE-EXIT
007900     ELSE
007910         MOVE SPACES TO SPY-NOTE
007920         PERFORM 2300-PAY-BALANCE
007930             THRU 2300-PAY-BALANCE-EXIT
007940         ADD 1              TO SPY-PAID-COUNT
007950         ADD SPY-PAY-AMOUNT TO SPY-PAID-TOTAL
007960     END-IF.
007970
007980 2000-PAY-ONE-BALANCE-NEXT.
007990
008000     IF SPY-FAIL-YES
008010         MOVE "Y" TO SPY-EBL-EOF-SWITCH
008020         GO TO 2000-PAY-ONE-BALANCE-EXIT
008030     END-IF.
008040
008050     PERFORM 2100-READ-NEXT-BALANCE
008060         THRU 2100-READ-NEXT-BALANCE-EXIT.
008070
008080 2000-PAY-ONE-BALANCE-EXIT.
008090     EXIT.
008100
008110******************************************************************
008120* 2050-READ-LEDGER - LOOK FOR THE BALANCE IN HAND ON THE LEDGER
008130******************************************************************
008140 2050-READ-LEDGER.
008150
008160     MOVE "N"            TO SPY-LEDGER-FOUND-SWITCH.
008170     MOVE SPY-PAY-EMP-ID TO SOM-PYL-EMP-ID.
008180     MOVE SPY-PAY-PERIOD TO SOM-PYL-PERIOD.
008190
008200     READ LEDGER-FILE
008210         KEY IS SOM-PYL-KEY
008220         INVALID KEY
008230             GO TO 2050-READ-LEDGER-EXIT
008240     END-READ.
008250
008260     IF SPY-PYL-OK
008270         MOVE "Y" TO SPY-LEDGER-FOUND-SWITCH
008280     ELSE
008290         DISPLAY "SOMPAY: SOMPAYL READ FAILED, STATUS "
008300             SPY-PYL-STATUS
008310         MOVE "Y" TO SPY-FAIL-SWITCH
008320     END-IF.
008330
008340 2050-READ-LEDGER-EXIT.
008350     EXIT.
008360
008370******************************************************************
008380* 2100-READ-NEXT-BALANCE - READ THE NEXT SOMEBAL RECORD, FLAG EOF
008390******************************************************************
008400 2100-READ-NEXT-BALANCE.
008410
008420     READ BALANCE-FILE NEXT RECORD
008430         AT END
008440             MOVE "Y" TO SPY-EBL-EOF-SWITCH
008450             GO TO 2100-READ-NEXT-BALANCE-EXIT
008460     END-READ.
008470
008480     IF NOT SPY-EBL-OK
008490         DISPLAY "SOMPAY: SOMEBAL READ FAILED, STATUS "
008500             SPY-EBL-STATUS
008510         MOVE "Y" TO SPY-FAIL-SWITCH
008520         MOVE "Y" TO SPY-EBL-EOF-SWITCH
008530     END-IF.
008540
008550 2100-READ-NEXT-BALANCE-EXIT.
008560     EXIT.
008570
008580******************************************************************
008590* 2200-CHECK-INSTRUCTION - IS THE EMPLOYEE IN HAND PAYABLE?  SETS
008600*                         SPY-HOLD-REASON TO SPACES IF SO, ELSE TO
008610*                         THE FIRST REASON FOUND: NO INSTRUCTION,
008620*                         INSTRUCTION CLOSED, DETAILS MISSING, OR
008630*                         DETAILS CHANGED SINCE THE CUT-OFF
008640******************************************************************
008650 2200-CHECK-INSTRUCTION.
008660
008670     MOVE SPACES TO SPY-HOLD-REASON.
008680
008690     IF SPY-PYI-FILE-NOT-FOUND
008700         MOVE "NI" TO SPY-HOLD-REASON
008710         GO TO 2200-CHECK-INSTRUCTION-EXIT
008720     END-IF.
008730
008740     MOVE SPY-PAY-EMP-ID TO SOM-PYI-EMP-ID.
008750
008760     READ INSTRUCTION-FILE
008770         KEY IS SOM-PYI-EMP-ID
008780         INVALID KEY
008790             MOVE "NI" TO SPY-HOLD-REASON
008800             GO TO 2200-CHECK-INSTRUCTION-EXIT
008810     END-READ.
008820
008830     IF NOT SPY-PYI-OK
008840         MOVE "NI" TO SPY-HOLD-REASON
008850         GO TO 2200-CHECK-INSTRUCTION-EXIT
008860     END-IF.
008870
008880     IF NOT SOM-PYI-ACTIVE
008890         MOVE "CL" TO SPY-HOLD-REASON
008900         GO TO 2200-CHECK-INSTRUCTION-EXIT
008910     END-IF.
008920
008930     IF SOM-PYI-ROUTING = SPACES
008940        OR SOM-PYI-ACCOUNT = SPACES
008950        OR SOM-PYI-PAYEE-NAME = SPACES
008960         MOVE "MS" TO SPY-HOLD-REASON
008970         GO TO 2200-CHECK-INSTRUCTION-EXIT
008980     END-IF.
008990
009000     IF SOM-PYI-CHANGED-STAMP NOT < SPY-CUTOFF-STAMP
009010         MOVE "CH" TO SPY-HOLD-REASON
009020     END-IF.
009030
009040 2200-CHECK-INSTRUCTION-EXIT.
009050     EXIT.
009060
009070******************************************************************
009080* 2300-PAY-BALANCE - RECORD THE PAYMENT ON THE LEDGER FIRST, WITH
009090*                   THE NEXT TRACE NUMBER AND THE BANK DETAILS,
009100*                   THEN SEND IT.  A PAYMENT THE LEDGER CANNOT
009110*                   RECORD IS NEVER SENT.
009120******************************************************************
009130 2300-PAY-BALANCE.
009140
009150     ADD 1 TO SPY-TRACE-SEQ.
009160
009170     MOVE SPY-PAY-EMP-ID     TO SOM-PYL-EMP-ID.
009180     MOVE SPY-PAY-PERIOD     TO SOM-PYL-PERIOD.
009190     MOVE "P"                TO SOM-PYL-STATE.
009200     MOVE SPACES             TO SOM-PYL-HOLD-REASON.
009210     MOVE SPY-PAY-AMOUNT     TO SOM-PYL-AMOUNT.
009220     MOVE SPY-PERIOD         TO SOM-PYL-BATCH-PERIOD.
009230     MOVE SPY-RUN-DATE       TO SOM-PYL-BATCH-DATE.
009240     MOVE SPY-TRACE-SEQ      TO SOM-PYL-TRACE-SEQ.
009250     MOVE SOM-PYI-PAYEE-NAME TO SOM-PYL-PAYEE-NAME.
009260     MOVE SOM-PYI-ROUTING    TO SOM-PYL-ROUTING.
009270     MOVE SOM-PYI-ACCOUNT    TO SOM-PYL-ACCOUNT.
009280     MOVE SOM-PYI-ACCT-TYPE  TO SOM-PYL-ACCT-TYPE.
009290
009300     PERFORM 2380-SAVE-LEDGER-ROW
009310         THRU 2380-SAVE-LEDGER-ROW-EXIT.
009320
009330     IF SPY-FAIL-YES
009340         GO TO 2300-PAY-BALANCE-EXIT
009350     END-IF.
009360
009370     PERFORM 2400-SEND-PAYMENT
009380         THRU 2400-SEND-PAYMENT-EXIT.
009390
009400 2300-PAY-BALANCE-EXIT.
009410     EXIT.
009420
009430******************************************************************
009440* 2350-HOLD-BALANCE - RECORD THE BALANCE AS HELD WITH ITS REASON,
009450*                    RAISE A PAYHLD ALERT AND PRINT IT
009460******************************************************************
009470 2350-HOLD-BALANCE.
009480
009490     MOVE SPY-PAY-EMP-ID     TO SOM-PYL-EMP-ID.
009500     MOVE SPY-PAY-PERIOD     TO SOM-PYL-PERIOD.
009510     MOVE "H"                TO SOM-PYL-STATE.
009520     MOVE SPY-HOLD-REASON    TO SOM-PYL-HOLD-REASON.
009530     MOVE SPY-PAY-AMOUNT     TO SOM-PYL-AMOUNT.
009540     MOVE SPY-PERIOD         TO SOM-PYL-BATCH-PERIOD.
009550     MOVE SPY-RUN-DATE       TO SOM-PYL-BATCH-DATE.
009560     MOVE ZEROS              TO SOM-PYL-TRACE-SEQ.
009570     MOVE SPACES             TO SOM-PYL-PAYEE-NAME.
009580     MOVE SPACES             TO SOM-PYL-ROUTING.
009590     MOVE SPACES             TO SOM-PYL-ACCOUNT.
009600     MOVE SPACES             TO SOM-PYL-ACCT-TYPE.
009610
009620     PERFORM 2380-SAVE-LEDGER-ROW
009630         THRU 2380-SAVE-LEDGER-ROW-EXIT.
009640
009650     IF SPY-FAIL-YES
009660         GO TO 2350-HOLD-BALANCE-EXIT
009670     END-IF.
009680
009690     ADD 1              TO SPY-HELD-COUNT.
009700     ADD SPY-PAY-AMOUNT TO SPY-HELD-TOTAL.
009710
009720     PERFORM 2360-DESCRIBE-HOLD
009730         THRU 2360-DESCRIBE-HOLD-EXIT.
009740
009750     MOVE "HELD"          TO SPY-DISPOSITION.
009760     MOVE SPACES          TO SPY-MASK-RESULT.
009770     PERFORM 2450-PRINT-DETAIL
009780         THRU 2450-PRINT-DETAIL-EXIT.
009790
009800     PERFORM 2800-RAISE-HOLD-ALERT
009810         THRU 2800-RAISE-HOLD-ALERT-EXIT.
009820
009830 2350-HOLD-BALANCE-EXIT.
009840     EXIT.
009850
009860******************************************************************
009870* 2360-DESCRIBE-HOLD - THE REGISTER AND ALERT WORDING FOR THE
009880*                     HOLD REASON IN SPY-HOLD-REASON
009890******************************************************************
009900 2360-DESCRIBE-HOLD.
009910
009920     IF SPY-HOLD-REASON = "NI"
009930         MOVE "NO PAY INSTRUCTION"   TO SPY-NOTE
009940     ELSE
009950         IF SPY-HOLD-REASON = "CL"
009960             MOVE "INSTRUCTION CLOSED"   TO SPY-NOTE
009970         ELSE
009980             IF SPY-HOLD-REASON = "MS"
009990                 MOVE "BANK DETAILS MISSING" TO SPY-NOTE
010000             ELSE
010010                 MOVE "BANK DETAILS CHANGED" TO SPY-NOTE
010020             END-IF
010030         END-IF
010040     END-IF.
010050
010060 2360-DESCRIBE-HOLD-EXIT.
010070     EXIT.
010080
010090******************************************************************
010100* 2370-PASS-OVER-BALANCE - A BALANCE AT OR BELOW THE MINIMUM IS
010110*                         NOT PAID.  ONE HELD BY A FAILED ATTEMPT
010120*                         AT THIS BATCH (SINCE ADJUSTED DOWN) IS
010130*                         VOIDED SO IT IS NEVER RELEASED LATER.
010140******************************************************************
010150 2370-PASS-OVER-BALANCE.
010160
010170     IF SPY-LEDGER-FOUND-YES
010180         MOVE "V"          TO SOM-PYL-STATE
010190         MOVE SPY-PERIOD   TO SOM-PYL-BATCH-PERIOD
010200         MOVE SPY-RUN-DATE TO SOM-PYL-BATCH-DATE
010210         PERFORM 2380-SAVE-LEDGER-ROW
010220             THRU 2380-SAVE-LEDGER-ROW-EXIT
010230         ADD 1 TO SPY-VOID-COUNT
010240         MOVE "VOID"       TO SPY-DISPOSITION
010250     ELSE
010260         ADD 1 TO SPY-MINIMUM-COUNT
010270         MOVE "NOT PAID"   TO SPY-DISPOSITION
010280     END-IF.
010290
010300     MOVE "AT OR BELOW MINIMUM" TO SPY-NOTE.
010310     MOVE SPACES                TO SPY-MASK-RESULT.
010320     PERFORM 2450-PRINT-DETAIL
010330         THRU 2450-PRINT-DETAIL-EXIT.
010340
010350 2370-PASS-OVER-BALANCE-EXIT.
010360     EXIT.
010370
010380******************************************************************
010390* 2380-SAVE-LEDGER-ROW - REWRITE THE LEDGER ROW IN HAND IF IT WAS
010400*                       ALREADY THERE, OTHERWISE WRITE IT
010410******************************************************************
010420 2380-SAVE-LEDGER-ROW.
010430
010440     IF SPY-LEDGER-FOUND-YES
010450         REWRITE SOM-PYL-RECORD
010460             INVALID KEY
010470                 CONTINUE
010480         END-REWRITE
010490     ELSE
010500         WRITE SOM-PYL-RECORD
010510             INVALID KEY
010520                 CONTINUE
010530         END-WRITE
010540     END-IF.
010550
010560     IF NOT SPY-PYL-OK
010570         DISPLAY "SOMPAY: SOMPAYL WRITE FAILED FOR "
010580             SOM-PYL-KEY ", STATUS " SPY-PYL-STATUS
010590         MOVE "Y" TO SPY-FAIL-SWITCH
010600     END-IF.
010610
010620 2380-SAVE-LEDGER-ROW-EXIT.
010630     EXIT.
010640
010650******************************************************************
010660* 2400-SEND-PAYMENT - WRITE THE BANK ENTRY FOR THE PAID LEDGER
010670*                    ROW IN HAND, ADD IT TO THE CONTROL TOTALS AND
010680*                    PRINT IT.  THE ENTRY IS BUILT FROM THE LEDGER
010690*                    ALONE, SO A RESENT PAYMENT MATCHES THE FIRST.
010700******************************************************************
010710 2400-SEND-PAYMENT.
010720
010730     MOVE SPACES             TO SOM-BNK-RECORD.
010740     MOVE "6"                TO SOM-BNK-TYPE.
010750
010760     IF SOM-PYL-ACCT-TYPE = "S"
010770         MOVE 32 TO SOM-BNK-TRAN-CODE
010780     ELSE
010790         MOVE 22 TO SOM-BNK-TRAN-CODE
010800     END-IF.
010810
010820     MOVE SOM-PYL-ROUTING    TO SOM-BNK-ROUTING.
010830     MOVE SOM-PYL-ACCOUNT    TO SOM-BNK-ACCOUNT.
010840     COMPUTE SOM-BNK-AMOUNT = SOM-PYL-AMOUNT * 100.
010850     MOVE SOM-PYL-EMP-ID     TO SOM-BNK-PAYEE-ID.
010860     MOVE SOM-PYL-PAYEE-NAME TO SOM-BNK-PAYEE-NAME.
010870     MOVE SOM-PYL-PERIOD     TO SOM-BNK-PAID-PERIOD.
010880     MOVE SOM-PYL-TRACE-SEQ  TO SOM-BNK-TRACE-SEQ.
010890
010900     PERFORM 2950-WRITE-BANK-RECORD
010910         THRU 2950-WRITE-BANK-RECORD-EXIT.
010920
010930     IF SPY-FAIL-YES
010940         GO TO 2400-SEND-PAYMENT-EXIT
010950     END-IF.
010960
010970     ADD 1                   TO SPY-ENTRY-COUNT.
010980     ADD SOM-BNK-AMOUNT      TO SPY-CENTS-TOTAL.
010990     ADD SOM-PYL-AMOUNT      TO SPY-BANK-TOTAL.
011000     MOVE SOM-PYL-ROUTING (1:8) TO SPY-ROUTING-PREFIX.
011010     ADD SPY-ROUTING-PREFIX  TO SPY-HASH-TOTAL.
011020
011030     MOVE SOM-PYL-AMOUNT     TO SPY-PAY-AMOUNT.
011040     MOVE "PAID"             TO SPY-DISPOSITION.
011050     MOVE SOM-PYL-ACCOUNT    TO SPY-MASK-SOURCE.
011060     PERFORM 2700-MASK-ACCOUNT
011070         THRU 2700-MASK-ACCOUNT-EXIT.
011080     PERFORM 2450-PRINT-DETAIL
011090         THRU 2450-PRINT-DETAIL-EXIT.
011100
011110 2400-SEND-PAYMENT-EXIT.
011120     EXIT.
011130
011140******************************************************************
011150* 2450-PRINT-DETAIL - ONE REGISTER LINE FOR THE BALANCE IN HAND
011160*                    WITH SPY-DISPOSITION, THE MASKED ACCOUNT IN
011170*                    SPY-MASK-RESULT AND SPY-NOTE
011180******************************************************************
011190 2450-PRINT-DETAIL.
011200
011210     MOVE SPACES          TO SPY-REG-WORK-LINE.
011220     MOVE SPY-PAY-EMP-ID  TO SPY-REG-DET-EMP-ID.
011230     MOVE SPY-PAY-PERIOD  TO SPY-REG-DET-PERIOD.
011240     MOVE SPY-DISPOSITION TO SPY-REG-DET-DISP.
011250     MOVE SPY-PAY-AMOUNT  TO SPY-REG-DET-AMOUNT.
011260     MOVE SPY-MASK-RESULT TO SPY-REG-DET-ACCOUNT.
011270     MOVE SPY-NOTE        TO SPY-REG-DET-NOTE.
011280     PERFORM 2900-WRITE-REGISTER-LINE
011290         THRU 2900-WRITE-REGISTER-LINE-EXIT.
011300
011310 2450-PRINT-DETAIL-EXIT.
011320     EXIT.
011330
011340******************************************************************
011350* 2500-START-LEDGER-REVIEW - POSITION AT THE START OF THE LEDGER
011360*                           FOR THE REVIEW OF EARLIER PERIODS
011370******************************************************************
011380 2500-START-LEDGER-REVIEW.
011390
011400     IF SPY-INIT-FAILED OR SPY-FAIL-YES
011410         GO TO 2500-START-LEDGER-REVIEW-EXIT
011420     END-IF.
011430
011440     MOVE ZEROS TO SOM-PYL-KEY.
011450
011460     START LEDGER-FILE KEY IS NOT LESS THAN SOM-PYL-KEY
011470         INVALID KEY
011480             GO TO 2500-START-LEDGER-REVIEW-EXIT
011490     END-START.
011500
011510     MOVE "N" TO SPY-PYL-EOF-SWITCH.
011520
011530     PERFORM 2650-READ-NEXT-LEDGER-ROW
011540         THRU 2650-READ-NEXT-LEDGER-ROW-EXIT.
011550
011560 2500-START-LEDGER-REVIEW-EXIT.
011570     EXIT.
011580
011590******************************************************************
011600* 2600-REVIEW-LEDGER-ROW - ONE LEDGER ROW FROM AN EARLIER PERIOD.
011610*                         A HOLD IS LOOKED AT AGAIN: VOIDED IF ITS
011620*                         BALANCE IS NOW AT OR BELOW THE MINIMUM,
011630*                         PAID IF THE DETAILS ARE NOW IN ORDER,
011640*                         OTHERWISE HELD ANOTHER BATCH.  A ROW
011650*                         RELEASED BY A FAILED ATTEMPT AT THIS
011660*                         BATCH IS RESENT AS RECORDED.
011670******************************************************************
011680 2600-REVIEW-LEDGER-ROW.
011690
011700     IF SOM-PYL-PERIOD = SPY-PERIOD
011710         GO TO 2600-REVIEW-LEDGER-ROW-NEXT
011720     END-IF.
011730
011740     MOVE SOM-PYL-EMP-ID TO SPY-PAY-EMP-ID.
011750     MOVE SOM-PYL-PERIOD TO SPY-PAY-PERIOD.
011760     MOVE "Y"            TO SPY-LEDGER-FOUND-SWITCH.
011770
011780     IF SOM-PYL-PAID AND SOM-PYL-BATCH-PERIOD = SPY-PERIOD
011790         MOVE "RESENT ON RERUN" TO SPY-NOTE
011800         PERFORM 2400-SEND-PAYMENT
011810             THRU 2400-SEND-PAYMENT-EXIT
011820         ADD 1              TO SPY-RELEASED-COUNT
011830         ADD SOM-PYL-AMOUNT TO SPY-RELEASED-TOTAL
011840         GO TO 2600-REVIEW-LEDGER-ROW-NEXT
011850     END-IF.
011860
011870     IF NOT SOM-PYL-HELD
011880         GO TO 2600-REVIEW-LEDGER-ROW-NEXT
011890     END-IF.
011900
011910*    THE BALANCE MAY HAVE BEEN ADJUSTED SINCE IT WAS HELD; THE
011920*    LEDGER ROW IN THE RECORD AREA IS NOT DISTURBED BY THE READ.
011930     MOVE SOM-PYL-KEY TO SOM-EBL-KEY.
011940     MOVE ZERO        TO SPY-PAY-AMOUNT.
011950
011960     READ BALANCE-FILE
011970         KEY IS SOM-EBL-KEY
011980         INVALID KEY
011990             CONTINUE
012000     END-READ.
012010
012020     IF SPY-EBL-OK
012030         MOVE SOM-EBL-PTD-AMOUNT TO SPY-PAY-AMOUNT
012040     END-IF.
012050
012060     IF SPY-PAY-AMOUNT NOT > SPY-MINIMUM
012070         PERFORM 2370-PASS-OVER-BALANCE
012080             THRU 2370-PASS-OVER-BALANCE-EXIT
012090         GO TO 2600-REVIEW-LEDGER-ROW-NEXT
012100     END-IF.
012110
012120     PERFORM 2200-CHECK-INSTRUCTION
012130         THRU 2200-CHECK-INSTRUCTION-EXIT.
012140
012150     IF SPY-HOLD-REASON NOT = SPACES
012160         PERFORM 2350-HOLD-BALANCE
012170             THRU 2350-HOLD-BALANCE-EXIT
012180     ELSE
012190         MOVE "RELEASED FROM HOLD" TO SPY-NOTE
012200         PERFORM 2300-PAY-BALANCE
012210             THRU 2300-PAY-BALANCE-EXIT
012220         ADD 1              TO SPY-RELEASED-COUNT
012230         ADD SPY-PAY-AMOUNT TO SPY-RELEASED-TOTAL
012240     END-IF.
012250
012260 2600-REVIEW-LEDGER-ROW-NEXT.
012270
012280     IF SPY-FAIL-YES
012290         MOVE "Y" TO SPY-PYL-EOF-SWITCH
012300         GO TO 2600-REVIEW-LEDGER-ROW-EXIT
012310     END-IF.
012320
012330     PERFORM 2650-READ-NEXT-LEDGER-ROW
012340         THRU 2650-READ-NEXT-LEDGER-ROW-EXIT.
012350
012360 2600-REVIEW-LEDGER-ROW-EXIT.
012370     EXIT.
012380
012390******************************************************************
012400* 2650-READ-NEXT-LEDGER-ROW - READ THE NEXT LEDGER ROW, FLAG EOF
012410******************************************************************
012420 2650-READ-NEXT-LEDGER-ROW.
012430
012440     READ LEDGER-FILE NEXT RECORD
012450         AT END
012460             MOVE "Y" TO SPY-PYL-EOF-SWITCH
012470             GO TO 2650-READ-NEXT-LEDGER-ROW-EXIT
012480     END-READ.
012490
012500     IF NOT SPY-PYL-OK
012510         DISPLAY "SOMPAY: SOMPAYL READ FAILED, STATUS "
012520             SPY-PYL-STATUS
012530         MOVE "Y" TO SPY-FAIL-SWITCH
012540         MOVE "Y" TO SPY-PYL-EOF-SWITCH
012550     END-IF.
012560
012570 2650-READ-NEXT-LEDGER-ROW-EXIT.
012580     EXIT.
012590
012600******************************************************************
012610* 2700-MASK-ACCOUNT - STAR OUT ALL BUT THE LAST FOUR CHARACTERS OF
012620*                    THE ACCOUNT IN SPY-MASK-SOURCE
012630******************************************************************
012640 2700-MASK-ACCOUNT.
012650
012660     MOVE SPACES TO SPY-MASK-RESULT.
012670
012680     PERFORM 2710-FIND-ACCOUNT-END
012690         THRU 2710-FIND-ACCOUNT-END-EXIT
012700         VARYING SPY-MASK-LENGTH FROM 17 BY -1
012710         UNTIL SPY-MASK-LENGTH < 1
012720            OR SPY-MASK-SOURCE (SPY-MASK-LENGTH:1) NOT = SPACE.
012730
012740     IF SPY-MASK-LENGTH < 5
012750         MOVE SPY-MASK-SOURCE TO SPY-MASK-RESULT
012760         GO TO 2700-MASK-ACCOUNT-EXIT
012770     END-IF.
012780
012790     MOVE ALL "*" TO SPY-MASK-RESULT (1:SPY-MASK-LENGTH - 4).
012800     MOVE SPY-MASK-SOURCE (SPY-MASK-LENGTH - 3:4)
012810         TO SPY-MASK-RESULT (SPY-MASK-LENGTH - 3:4).
012820
012830 2700-MASK-ACCOUNT-EXIT.
012840     EXIT.
012850
012860******************************************************************
012870* 2710-FIND-ACCOUNT-END - NOTHING TO DO PER CHARACTER; THE VARYING
012880*                        CLAUSE STOPS ON THE LAST ONE IN USE
012890******************************************************************
012900 2710-FIND-ACCOUNT-END.
012910
012920     CONTINUE.
012930
012940 2710-FIND-ACCOUNT-END-EXIT.
012950     EXIT.
012960
012970******************************************************************
012980* 2800-RAISE-HOLD-ALERT - A HELD BALANCE NEEDS THE EMPLOYEE'S BANK
012990*                        DETAILS PUT RIGHT BEFORE THE NEXT BATCH
013000******************************************************************
013010 2800-RAISE-HOLD-ALERT.
013020
013030     MOVE SPY-PAY-PERIOD   TO SPY-ALT-MSG-PERIOD.
013040     MOVE SPY-NOTE         TO SPY-ALT-MSG-REASON.
013050
013060     MOVE 2                TO SPY-ALT-SEVERITY.
013070     MOVE "PAYHLD"         TO SPY-ALT-CODE.
013080     MOVE SPY-PAY-EMP-ID   TO SPY-ALT-KEY.
013090     MOVE SPY-ALT-MSG-WORK TO SPY-ALT-MESSAGE.
013100
013110     PERFORM 2810-WRITE-ALERT
013120         THRU 2810-WRITE-ALERT-EXIT.
013130
013140 2800-RAISE-HOLD-ALERT-EXIT.
013150     EXIT.
013160
013170******************************************************************
013180* 2810-WRITE-ALERT - APPEND ONE ALERT TO SOMALRT FOR THE
013190*                    END-OF-CYCLE DIGEST, OPENING IT ON FIRST USE.
013200*                    A FAILED ALERT IS ONLY DISPLAYED - IT NEVER
013210*                    CHANGES THE STEP'S COMPLETION CODE
013220******************************************************************
013230 2810-WRITE-ALERT.
013240
013250     IF SPY-ALT-OPEN-FAILED
013260         GO TO 2810-WRITE-ALERT-EXIT
013270     END-IF.
013280
013290     IF SPY-ALT-OPEN-NO
013300         OPEN EXTEND ALERT-FILE
013310         IF SPY-ALT-FILE-NOT-FOUND
013320             OPEN OUTPUT ALERT-FILE
013330         END-IF
013340         IF SPY-ALT-OK
013350             MOVE "Y" TO SPY-ALT-OPEN-SWITCH
013360         ELSE
013370             DISPLAY "SOMPAY: UNABLE TO OPEN SOMALRT, STATUS "
013380                 SPY-ALT-STATUS
013390             MOVE "F" TO SPY-ALT-OPEN-SWITCH
013400             GO TO 2810-WRITE-ALERT-EXIT
013410         END-IF
013420     END-IF.
013430
013440     MOVE SPY-RUN-DATE      TO SOM-ALT-CYCLE-DATE.
013450     ACCEPT SOM-ALT-TIME FROM TIME.
013460     MOVE "SOMPAY"          TO SOM-ALT-STEP.
013470     MOVE SPY-ALT-SEVERITY  TO SOM-ALT-SEVERITY.
013480     MOVE SPY-ALT-CODE      TO SOM-ALT-CODE.
013490     MOVE SPY-ALT-KEY       TO SOM-ALT-KEY.
013500     MOVE SPY-ALT-MESSAGE   TO SOM-ALT-MESSAGE.
013510
013520     WRITE SOM-ALT-RECORD.
013530
013540     IF NOT SPY-ALT-OK
013550         DISPLAY "SOMPAY: SOMALRT WRITE FAILED, STATUS "
013560             SPY-ALT-STATUS
013570     END-IF.
013580
013590 2810-WRITE-ALERT-EXIT.
013600     EXIT.
013610
013620******************************************************************
013630* 2900-WRITE-REGISTER-LINE - MOVE THE WORK LINE TO THE REGISTER
013640*                           RECORD, WRITE IT AND CHECK THE STATUS
013650******************************************************************
013660 2900-WRITE-REGISTER-LINE.
013670
013680     MOVE SPY-REG-WORK-LINE TO SOM-PAY-REGISTER-LINE.
013690     WRITE SOM-PAY-REGISTER-LINE.
013700
013710     IF NOT SPY-REG-OK
013720         DISPLAY "SOMPAY: SOMPYRPT WRITE FAILED, STATUS "
013730             SPY-REG-STATUS
013740     END-IF.
013750
013760 2900-WRITE-REGISTER-LINE-EXIT.
013770     EXIT.
013780
013790******************************************************************
013800* 2950-WRITE-BANK-RECORD - WRITE THE BANK RECORD IN HAND.  THE
013810*                         BATCH CANNOT FINISH WITHOUT EVERY ONE.
013820******************************************************************
013830 2950-WRITE-BANK-RECORD.
013840
013850     WRITE SOM-BNK-RECORD.
013860
013870     IF NOT SPY-BNK-OK
013880         DISPLAY "SOMPAY: SOMBNKF WRITE FAILED, STATUS "
013890             SPY-BNK-STATUS
013900         MOVE "Y" TO SPY-FAIL-SWITCH
013910     END-IF.
013920
013930 2950-WRITE-BANK-RECORD-EXIT.
013940     EXIT.
013950
013960******************************************************************
013970* 3000-TERMINATE - WRITE THE BANK CONTROL RECORD AND THE REGISTER
013980*                 TOTALS, CLOSE THE FILES, AND MARK THE BATCH
013990*                 COMPLETE IF EVERYTHING WAS RECORDED AND SENT.
014000*                 ANY BALANCE HELD GIVES A WARNING; A BATCH THAT
014010*                 COULD NOT FINISH FAILS AND STAYS OPEN FOR RERUN.
014020******************************************************************
014030 3000-TERMINATE.
014040
014050     IF SPY-INIT-FAILED
014060         GO TO 3000-TERMINATE-EXIT
014070     END-IF.
014080
014090     IF SPY-FAIL-NO
014100         PERFORM 3100-WRITE-BANK-CONTROL
014110             THRU 3100-WRITE-BANK-CONTROL-EXIT
014120     END-IF.
014130
014140     MOVE SPACES              TO SPY-REG-WORK-LINE.
014150     MOVE "PAID THIS PERIOD:     " TO SPY-REG-TOT-LABEL.
014160     MOVE SPY-PAID-COUNT      TO SPY-REG-TOT-COUNT.
014170     MOVE SPY-PAID-TOTAL      TO SPY-REG-TOT-AMOUNT.
014180     PERFORM 2900-WRITE-REGISTER-LINE
014190         THRU 2900-WRITE-REGISTER-LINE-EXIT.
014200
014210     MOVE SPACES              TO SPY-REG-WORK-LINE.
014220     MOVE "RELEASED FROM HOLD:   " TO SPY-REG-TOT-LABEL.
014230     MOVE SPY-RELEASED-COUNT  TO SPY-REG-TOT-COUNT.
014240     MOVE SPY-RELEASED-TOTAL  TO SPY-REG-TOT-AMOUNT.
014250     PERFORM 2900-WRITE-REGISTER-LINE
014260         THRU 2900-WRITE-REGISTER-LINE-EXIT.
014270
014280     MOVE SPACES              TO SPY-REG-WORK-LINE.
014290     MOVE "HELD:                 " TO SPY-REG-TOT-LABEL.
014300     MOVE SPY-HELD-COUNT      TO SPY-REG-TOT-COUNT.
014310     MOVE SPY-HELD-TOTAL      TO SPY-REG-TOT-AMOUNT.
014320     PERFORM 2900-WRITE-REGISTER-LINE
014330         THRU 2900-WRITE-REGISTER-LINE-EXIT.
014340
014350     MOVE SPACES              TO SPY-REG-WORK-LINE.
014360     MOVE "AT OR BELOW MINIMUM:  " TO SPY-REG-TOT-LABEL.
014370     MOVE SPY-MINIMUM-COUNT   TO SPY-REG-TOT-COUNT.
014380     MOVE SPY-MINIMUM         TO SPY-REG-TOT-AMOUNT.
014390     PERFORM 2900-WRITE-REGISTER-LINE
014400         THRU 2900-WRITE-REGISTER-LINE-EXIT.
014410
014420     MOVE SPACES              TO SPY-REG-WORK-LINE.
014430     MOVE "VOIDED:               " TO SPY-REG-TOT-LABEL.
014440     MOVE SPY-VOID-COUNT      TO SPY-REG-TOT-COUNT.
014450     MOVE ZERO                TO SPY-REG-TOT-AMOUNT.
014460     PERFORM 2900-WRITE-REGISTER-LINE
014470         THRU 2900-WRITE-REGISTER-LINE-EXIT.
014480
014490     MOVE SPACES              TO SPY-REG-WORK-LINE.
014500     MOVE "BANK FILE ENTRIES:    " TO SPY-REG-TOT-LABEL.
014510     MOVE SPY-ENTRY-COUNT     TO SPY-REG-TOT-COUNT.
014520     MOVE SPY-BANK-TOTAL      TO SPY-REG-TOT-AMOUNT.
014530     PERFORM 2900-WRITE-REGISTER-LINE
014540         THRU 2900-WRITE-REGISTER-LINE-EXIT.
014550
014560     CLOSE BALANCE-FILE.
014570
014580     IF NOT SPY-PYI-FILE-NOT-FOUND
014590         CLOSE INSTRUCTION-FILE
014600     END-IF.
014610
014620     CLOSE LEDGER-FILE.
014630     CLOSE BANK-FILE.
014640     CLOSE REGISTER-FILE.
014650
014660     IF SPY-ALT-OPEN-YES
014670         CLOSE ALERT-FILE
014680     END-IF.
014690
014700     IF SPY-FAIL-YES
014710         DISPLAY "SOMPAY: PAYMENT BATCH FOR PERIOD " SPY-PERIOD
014720             " DID NOT FINISH - SOMBNKF MUST NOT BE SENT; RERUN"
014730         MOVE 8 TO RETURN-CODE
014740         GO TO 3000-TERMINATE-EXIT
014750     END-IF.
014760
014770     MOVE "C" TO SPY-LAST-STATE.
014780     PERFORM 1300-SAVE-CONTROL
014790         THRU 1300-SAVE-CONTROL-EXIT.
014800
014810     IF SPY-FAIL-YES
014820         MOVE 8 TO RETURN-CODE
014830         GO TO 3000-TERMINATE-EXIT
014840     END-IF.
014850
014860     DISPLAY "SOMPAY: PERIOD " SPY-PERIOD " PAID, "
014870         SPY-ENTRY-COUNT " BANK ENTRIES WRITTEN".
014880
014890     IF SPY-HELD-COUNT > 0
014900         DISPLAY "SOMPAY: " SPY-HELD-COUNT
014910             " BALANCE(S) HELD, SEE SOMPYRPT"
014920         MOVE 4 TO RETURN-CODE
014930     ELSE
014940         MOVE 0 TO RETURN-CODE
014950     END-IF.
014960
014970 3000-TERMINATE-EXIT.
014980     EXIT.
014990
015000******************************************************************
015010* 3100-WRITE-BANK-CONTROL - THE BATCH CONTROL RECORD: ENTRY
015020*                          COUNT, HASH OF THE ROUTING NUMBERS
015030*                          (FIRST EIGHT DIGITS, LOW TEN DIGITS OF
015040*                          THE SUM) AND THE CREDIT TOTAL IN CENTS
015050******************************************************************
015060 3100-WRITE-BANK-CONTROL.
015070
015080     MOVE SPACES             TO SOM-BNK-RECORD.
015090     MOVE "8"                TO SOM-BNK-TYPE.
015100     MOVE SPY-BNK-SERVICE    TO SOM-BNK-CTL-SERVICE.
015110     MOVE SPY-ENTRY-COUNT    TO SOM-BNK-ENTRY-COUNT.
015120
015130     DIVIDE SPY-HASH-TOTAL BY 10000000000
015140         GIVING SPY-HASH-QUOTIENT
015150         REMAINDER SOM-BNK-ENTRY-HASH.
015160
015170     MOVE ZEROS              TO SOM-BNK-TOTAL-DEBIT.
015180     MOVE SPY-CENTS-TOTAL    TO SOM-BNK-TOTAL-CREDIT.
015190     MOVE SPY-BNK-COMPANY-ID TO SOM-BNK-CTL-COMPANY-ID.
015200     MOVE SPY-PERIOD         TO SOM-BNK-CTL-BATCH.
015210
015220     PERFORM 2950-WRITE-BANK-RECORD
015230         THRU 2950-WRITE-BANK-RECORD-EXIT.
015240
015250 3100-WRITE-BANK-CONTROL-EXIT.
015260     EXIT.
015270
015280 END PROGRAM SOMPAY.
