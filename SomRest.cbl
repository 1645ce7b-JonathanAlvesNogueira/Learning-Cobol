000010******************************************************************
000020* PROGRAM:     SOMREST
000030* AUTHOR:      J. ALVES NOGUEIRA
000040* INSTALLATION: LEARNING-COBOL BATCH SHOP
000050* DATE-WRITTEN: 2026-10-01
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     MASTER-FILE GENERATION RESTORE.  PUTS EMPMAST,
000090*              SOMCCM, SOMEBAL, SOMBUDG, SETPARM, SETOPR, SOMSUSF,
000092*              SOMFXR, SOMSTND, SOMPPAF, SOMCCPH, SOMPEND,
000094*              SOMSCRF, SOMCCH, SOMALOC AND THE SOMAPERD
000100*              ALLOCATION CONTROL RECORD BACK, ALL TOGETHER, TO
000110*              ONE GENERATION OF THE SOMSNPF SNAPSHOT STORE TAKEN
000112*              BY SOMSNAP AT THE
000120*              START OF A NIGHTLY CYCLE, THEN READS EVERY RESTORED
000130*              MASTER BACK AND PROVES ITS RECORD COUNT AND HASH
000140*              TOTAL AGAINST THE SOMSNPM MANIFEST.
000150*              SYSIN GIVES THE GENERATION DATE (CCYYMMDD), OR
000160*              "LIST" TO PRINT THE GENERATIONS HELD.
000170*              THE RESTORE IS REFUSED WHILE SYSSTAT SHOWS THE
000180*              NIGHTLY CYCLE ACTIVE, AND NOTHING IS TOUCHED UNLESS
000190*              THE GENERATION IS COMPLETE AND EVERY MASTER'S
000200*              STORED RECORD COUNT AGREES WITH THE MANIFEST.  A
000210*              VERIFIED RESTORE RETIRES THE CURRENT NIGHTJRN TO
000220*              NIGHTJRH AND STARTS A NEW ONE WITH A "RESTORED"
000230*              HEADER, SO NIGHTDRV'S DUPLICATE-RUN CHECK NO LONGER
000240*              FINDS A COMPLETED CYCLE AND THE DAYS SINCE THE
000250*              GENERATION CAN BE RUN AGAIN.
000260*              RETURN CODE 0 RESTORED AND VERIFIED, 8 REFUSED OR
000270*              NOT VERIFIED.
000280*-----------------------------------------------------------------
000290* MODIFICATION HISTORY:
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-01 JAN   ORIGINAL VERSION - COMPANION TO THE SOMSNAP
000320*                    NIGHTLY SNAPSHOT.
000322*   2026-10-15 JAN   RESTORES AND VERIFIES SOMFXR, SOMSTND,
000324*                    SOMPPAF, SOMCCPH, SOMPEND, SOMSCRF, SOMCCH,
000326*                    SOMALOC AND SOMAPERD WITH THE OTHER MASTERS,
000328*                    TO MATCH THE WIDER SOMSNAP SNAPSHOT.
000330* Tectonics: cobc
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. SOMREST.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT EMPLOYEE-FILE ASSIGN "EMPMAST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS EMP-ID
000450         FILE STATUS IS SRS-MST-STATUS.
000460
000470     SELECT COSTCTR-FILE ASSIGN "SOMCCM"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS SOM-CCM-CODE
000510         FILE STATUS IS SRS-MST-STATUS.
000520
000530     SELECT BALANCE-FILE ASSIGN "SOMEBAL"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS SOM-EBL-KEY
000570         FILE STATUS IS SRS-MST-STATUS.
000580
000590     SELECT BUDGET-FILE ASSIGN "SOMBUDG"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS SOM-BUD-KEY
000630         FILE STATUS IS SRS-MST-STATUS.
000640
000650     SELECT PARAMETER-FILE ASSIGN "SETPARM"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS SET-PARAM-KEY
000690         FILE STATUS IS SRS-MST-STATUS.
000700
000710     SELECT OPERATOR-FILE ASSIGN "SETOPR"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS SET-OPR-ID
000750         FILE STATUS IS SRS-MST-STATUS.
000760
000770     SELECT SUSPENSE-FILE ASSIGN "SOMSUSF"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS SOM-SUS-KEY
000810         FILE STATUS IS SRS-MST-STATUS.
000820
000820     SELECT RATE-FILE ASSIGN "SOMFXR"
000820         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS SOM-FXR-KEY
000820         FILE STATUS IS SRS-MST-STATUS.
000820
000820     SELECT STANDING-FILE ASSIGN "SOMSTND"
000820         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS SOM-STD-KEY
000820         FILE STATUS IS SRS-MST-STATUS.
000820
000820     SELECT PPADJ-FILE ASSIGN "SOMPPAF"
000820         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS SOM-PPA-KEY
000820         FILE STATUS IS SRS-MST-STATUS.
000820
000820     SELECT CCHIST-FILE ASSIGN "SOMCCPH"
000820         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS SOM-CPH-KEY
000820         FILE STATUS IS SRS-MST-STATUS.
000820
000820     SELECT PENDING-FILE ASSIGN "SOMPEND"
000820         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS SOM-PND-KEY
000820         FILE STATUS IS SRS-MST-STATUS.
000820
000820     SELECT FLAG-FILE ASSIGN "SOMSCRF"
000820         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS SOM-SCF-KEY
000820         FILE STATUS IS SRS-MST-STATUS.
000820
000820     SELECT HIERARCHY-FILE ASSIGN "SOMCCH"
000820         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS SOM-CCH-CODE
000820         FILE STATUS IS SRS-MST-STATUS.
000820
000820     SELECT RULE-FILE ASSIGN "SOMALOC"
000820         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS SOM-ALC-SOURCE-CC
000820         FILE STATUS IS SRS-MST-STATUS.
000820
000820     SELECT PERIOD-CONTROL-FILE ASSIGN "SOMAPERD"
000820         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS SRS-MST-STATUS.
000820
000830     SELECT SNAPSHOT-FILE ASSIGN "SOMSNPF"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS SOM-SNP-KEY
000870         FILE STATUS IS SRS-SNP-STATUS.
000880
000890     SELECT MANIFEST-FILE ASSIGN "SOMSNPM"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS SOM-SNM-GEN-DATE
000930         FILE STATUS IS SRS-SNM-STATUS.
000940
000950     SELECT STATUS-FILE ASSIGN "SYSSTAT"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS SRS-SYS-STATUS.
000980
000990     SELECT JOURNAL-FILE ASSIGN "NIGHTJRN"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS SRS-JRN-STATUS.
001020
001030     SELECT HISTORY-FILE ASSIGN "NIGHTJRH"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS SRS-JRH-STATUS.
001060
001070     SELECT REPORT-FILE ASSIGN "SOMRSRPT"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS SRS-RPT-STATUS.
001100
001110 DATA DIVISION.
001120 FILE SECTION.
001130 FD  EMPLOYEE-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 COPY EMPMAST.
001160
001170 FD  COSTCTR-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 COPY SOMCCM.
001200
001210 FD  BALANCE-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 COPY SOMEBAL.
001240
001250 FD  BUDGET-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 COPY SOMBUDG.
001280
001290 FD  PARAMETER-FILE
001300     LABEL RECORDS ARE STANDARD.
001310 COPY SETPARM.
001320
001330 FD  OPERATOR-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 COPY SETOPR.
001360
001370 FD  SUSPENSE-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 COPY SOMSUSP.
001400
001400 FD  RATE-FILE
001400     LABEL RECORDS ARE STANDARD.
001400 COPY SOMFXR.
001400
001400 FD  STANDING-FILE
001400     LABEL RECORDS ARE STANDARD.
001400 COPY SOMSTND.
001400
001400 FD  PPADJ-FILE
001400     LABEL RECORDS ARE STANDARD.
001400 COPY SOMPPA.
001400
001400 FD  CCHIST-FILE
001400     LABEL RECORDS ARE STANDARD.
001400 COPY SOMCCPH.
001400
001400 FD  PENDING-FILE
001400     LABEL RECORDS ARE STANDARD.
001400 COPY SOMPEND.
001400
001400 FD  FLAG-FILE
001400     LABEL RECORDS ARE STANDARD.
001400 COPY SOMSCRF.
001400
001400 FD  HIERARCHY-FILE
001400     LABEL RECORDS ARE STANDARD.
001400 COPY SOMCCH.
001400
001400 FD  RULE-FILE
001400     LABEL RECORDS ARE STANDARD.
001400 COPY SOMALOC.
001400
001400 FD  PERIOD-CONTROL-FILE
001400     LABEL RECORDS ARE STANDARD.
001400 COPY SOMAPERD.
001400
001410 FD  SNAPSHOT-FILE
001420     LABEL RECORDS ARE STANDARD.
001430 COPY SOMSNPF.
001440
001450 FD  MANIFEST-FILE
001460     LABEL RECORDS ARE STANDARD.
001470 COPY SOMSNPM.
001480
001490 FD  STATUS-FILE
001500     LABEL RECORDS ARE STANDARD.
001510 COPY SYSSTAT.
001520
001530 FD  JOURNAL-FILE
001540     LABEL RECORDS ARE STANDARD.
001550 COPY NIGHTJRN.
001560
001570 FD  HISTORY-FILE
001580     LABEL RECORDS ARE STANDARD.
001590 COPY NIGHTJRH.
001600
001610 FD  REPORT-FILE
001620     LABEL RECORDS ARE STANDARD.
001630 COPY SOMRSRPT.
001640
001650 WORKING-STORAGE SECTION.
001660*    ONE STATUS SERVES ALL SIXTEEN MASTERS - ONLY ONE IS OPEN AT A
001670*    TIME
001680 77  SRS-MST-STATUS              PIC X(02) VALUE "00".
001690     88  SRS-MST-OK                         VALUE "00".
001700     88  SRS-MST-FILE-NOT-FOUND             VALUE "35".
001710
001720 77  SRS-SNP-STATUS              PIC X(02) VALUE "00".
001730     88  SRS-SNP-OK                         VALUE "00".
001740
001750 77  SRS-SNM-STATUS              PIC X(02) VALUE "00".
001760     88  SRS-SNM-OK                         VALUE "00".
001770
001780 77  SRS-SYS-STATUS              PIC X(02) VALUE "00".
001790     88  SRS-SYS-OK                         VALUE "00".
001800
001810 77  SRS-JRN-STATUS              PIC X(02) VALUE "00".
001820     88  SRS-JRN-OK                         VALUE "00".
001830
001840 77  SRS-JRH-STATUS              PIC X(02) VALUE "00".
001850     88  SRS-JRH-OK                         VALUE "00".
001860     88  SRS-JRH-FILE-NOT-FOUND             VALUE "35".
001870
001880 77  SRS-RPT-STATUS              PIC X(02) VALUE "00".
001890     88  SRS-RPT-OK                         VALUE "00".
001900
001910 77  SRS-INIT-STATUS-SWITCH      PIC X(01) VALUE "Y".
001920     88  SRS-INIT-OK                        VALUE "Y".
001930     88  SRS-INIT-FAILED                    VALUE "N".
001940
001950 77  SRS-REFUSED-SWITCH          PIC X(01) VALUE "N".
001960     88  SRS-REFUSED-YES                    VALUE "Y".
001970     88  SRS-REFUSED-NO                     VALUE "N".
001980
001990 77  SRS-FAILED-SWITCH           PIC X(01) VALUE "N".
002000     88  SRS-FAILED-YES                     VALUE "Y".
002010     88  SRS-FAILED-NO                      VALUE "N".
002020
002030 77  SRS-EOF-SWITCH              PIC X(01) VALUE "N".
002040     88  SRS-EOF-YES                        VALUE "Y".
002050     88  SRS-EOF-NO                         VALUE "N".
002060
002070 77  SRS-MST-OPEN-SWITCH         PIC X(01) VALUE "N".
002080     88  SRS-MST-OPEN-YES                   VALUE "Y".
002090     88  SRS-MST-OPEN-NO                    VALUE "N".
002100
002110 77  SRS-REQUEST-INPUT           PIC X(08) VALUE SPACES.
002120     88  SRS-REQUEST-LIST                   VALUE "LIST".
002130 77  SRS-GEN-DATE                PIC 9(08) VALUE ZEROS.
002140 77  SRS-RUN-DATE                PIC 9(08) VALUE ZEROS.
002150 77  SRS-PRIOR-STATE-DATE        PIC 9(08) VALUE ZEROS.
002160 77  SRS-SYS-STATE               PIC X(01) VALUE SPACES.
002170 77  SRS-SYS-DATE                PIC 9(08) VALUE ZEROS.
002180
002190 77  SRS-FX                      PIC 9(02) COMP VALUE 0.
002200 77  SRS-FILE-MAX                PIC 9(02) COMP VALUE 16.
002210 77  SRS-COUNT                   PIC 9(07) COMP VALUE 0.
002220 77  SRS-HASH                    PIC S9(13)V99 COMP-3 VALUE ZERO.
002230 77  SRS-GEN-COUNT               PIC 9(05) COMP VALUE 0.
002240 77  SRS-JRH-COUNT               PIC 9(07) COMP VALUE 0.
002250 77  SRS-MISMATCH-COUNT          PIC 9(02) COMP VALUE 0.
002260 77  SRS-TOTAL-RECORDS           PIC 9(09) COMP VALUE 0.
002270
002280******************************************************************
002290* SRS-FILE-NAMES - THE SIXTEEN MASTERS, IN THE ORDER SOMSNAP
002300* COPIES THEM AND RECORDS THEM ON THE MANIFEST
002310******************************************************************
002320 01  SRS-FILE-NAMES.
002330     05  FILLER                      PIC X(08) VALUE "EMPMAST".
002340     05  FILLER                      PIC X(08) VALUE "SOMCCM".
002350     05  FILLER                      PIC X(08) VALUE "SOMEBAL".
002360     05  FILLER                      PIC X(08) VALUE "SOMBUDG".
002370     05  FILLER                      PIC X(08) VALUE "SETPARM".
002380     05  FILLER                      PIC X(08) VALUE "SETOPR".
002390     05  FILLER                      PIC X(08) VALUE "SOMSUSF".
002390     05  FILLER                      PIC X(08) VALUE "SOMFXR".
002390     05  FILLER                      PIC X(08) VALUE "SOMSTND".
002390     05  FILLER                      PIC X(08) VALUE "SOMPPAF".
002390     05  FILLER                      PIC X(08) VALUE "SOMCCPH".
002390     05  FILLER                      PIC X(08) VALUE "SOMPEND".
002390     05  FILLER                      PIC X(08) VALUE "SOMSCRF".
002390     05  FILLER                      PIC X(08) VALUE "SOMCCH".
002390     05  FILLER                      PIC X(08) VALUE "SOMALOC".
002390     05  FILLER                      PIC X(08) VALUE "SOMAPERD".
002400
002410 01  SRS-FILE-NAME-TABLE REDEFINES SRS-FILE-NAMES.
002420     05  SRS-FILE-NAME               PIC X(08) OCCURS 16 TIMES.
002430
002440******************************************************************
002450* SRS-RESULT-TABLE - WHAT WAS WRITTEN BACK TO, THEN READ BACK
002460* FROM, EACH MASTER
002470******************************************************************
002480 01  SRS-RESULT-TABLE.
002490     05  SRS-RESULT-ENTRY OCCURS 16 TIMES.
002500         10  SRS-RES-WRITTEN         PIC 9(07) COMP.
002510         10  SRS-RES-COUNT           PIC 9(07) COMP.
002520         10  SRS-RES-HASH            PIC S9(13)V99 COMP-3.
002530
002540******************************************************************
002550* SRS-RPT-WORK-LINE AND ITS REDEFINES - THE REGISTER LINE IS BUILT
002560* HERE IN WORKING STORAGE, THEN MOVED INTO THE REPORT-FILE RECORD
002570* JUST BEFORE EACH WRITE.
002580******************************************************************
002590 01  SRS-RPT-WORK-LINE               PIC X(080) VALUE SPACES.
002600
002610 01  SRS-RPT-HEADING REDEFINES SRS-RPT-WORK-LINE.
002620     05  SRS-RPT-HDG-LABEL           PIC X(44).
002630     05  SRS-RPT-HDG-DATE            PIC 9(08).
002640     05  FILLER                      PIC X(28).
002650
002660 01  SRS-RPT-NOTE REDEFINES SRS-RPT-WORK-LINE.
002670     05  SRS-RPT-NOTE-TEXT           PIC X(60).
002680     05  FILLER                      PIC X(20).
002690
002700 01  SRS-RPT-FILE-COLUMNS REDEFINES SRS-RPT-WORK-LINE.
002710     05  SRS-RPT-FLC-FILE            PIC X(08).
002720     05  FILLER                      PIC X(01).
002730     05  SRS-RPT-FLC-MAN-COUNT       PIC X(09).
002740     05  FILLER                      PIC X(01).
002750     05  SRS-RPT-FLC-RST-COUNT       PIC X(09).
002760     05  FILLER                      PIC X(01).
002770     05  SRS-RPT-FLC-MAN-HASH        PIC X(19).
002780     05  FILLER                      PIC X(01).
002790     05  SRS-RPT-FLC-RST-HASH        PIC X(19).
002800     05  FILLER                      PIC X(01).
002810     05  SRS-RPT-FLC-RESULT          PIC X(11).
002820
002830 01  SRS-RPT-FILE-LINE REDEFINES SRS-RPT-WORK-LINE.
002840     05  SRS-RPT-FIL-FILE            PIC X(08).
002850     05  FILLER                      PIC X(01).
002860     05  SRS-RPT-FIL-MAN-COUNT       PIC Z(08)9.
002870     05  FILLER                      PIC X(01).
002880     05  SRS-RPT-FIL-RST-COUNT       PIC Z(08)9.
002890     05  FILLER                      PIC X(01).
002900     05  SRS-RPT-FIL-MAN-HASH        PIC -(15)9.99.
002910     05  FILLER                      PIC X(01).
002920     05  SRS-RPT-FIL-RST-HASH        PIC -(15)9.99.
002930     05  FILLER                      PIC X(01).
002940     05  SRS-RPT-FIL-RESULT          PIC X(11).
002950
002960 01  SRS-RPT-GEN-LINE REDEFINES SRS-RPT-WORK-LINE.
002970     05  FILLER                      PIC X(02).
002980     05  SRS-RPT-GEN-DATE            PIC 9(08).
002990     05  FILLER                      PIC X(02).
003000     05  SRS-RPT-GEN-TIME            PIC 9(08).
003010     05  FILLER                      PIC X(02).
003020     05  SRS-RPT-GEN-STATE           PIC X(10).
003030     05  FILLER                      PIC X(48).
003040
003050 01  SRS-RPT-COUNT-LINE REDEFINES SRS-RPT-WORK-LINE.
003060     05  SRS-RPT-CNT-LABEL           PIC X(40).
003070     05  SRS-RPT-CNT-COUNT           PIC Z(08)9.
003080     05  FILLER                      PIC X(31).
003090
003100 PROCEDURE DIVISION.
003110******************************************************************
003120* 0000-MAINLINE
003130******************************************************************
003140 0000-MAINLINE.
003150
003160     PERFORM 1000-INITIALIZE
003170         THRU 1000-INITIALIZE-EXIT.
003180
003190     IF SRS-INIT-OK AND SRS-REQUEST-LIST
003200         PERFORM 6000-LIST-GENERATIONS
003210             THRU 6000-LIST-GENERATIONS-EXIT
003220     END-IF.
003230
003240     IF SRS-INIT-OK AND NOT SRS-REQUEST-LIST
003250         PERFORM 2000-CHECK-GENERATION
003260             THRU 2000-CHECK-GENERATION-EXIT
003270     END-IF.
003280
003290     IF SRS-INIT-OK AND NOT SRS-REQUEST-LIST
003300        AND SRS-REFUSED-NO
003310         PERFORM 3000-RESTORE-MASTERS
003320             THRU 3000-RESTORE-MASTERS-EXIT
003330         PERFORM 4000-VERIFY-MASTERS
003340             THRU 4000-VERIFY-MASTERS-EXIT
003350         PERFORM 5000-RESET-CYCLE-STATE
003360             THRU 5000-RESET-CYCLE-STATE-EXIT
003370     END-IF.
003380
003390     PERFORM 9000-TERMINATE
003400         THRU 9000-TERMINATE-EXIT.
003410
003420     GOBACK.
003430
003440******************************************************************
003450* 1000-INITIALIZE - ACCEPT THE GENERATION (OR LIST), REFUSE WHILE
003460*                  THE NIGHTLY CYCLE IS ACTIVE, AND OPEN THE
003470*                  REGISTER, THE MANIFEST AND THE SNAPSHOT STORE
003480******************************************************************
003490 1000-INITIALIZE.
003500
003510     ACCEPT SRS-RUN-DATE FROM DATE YYYYMMDD.
003520
003530     DISPLAY "ENTER GENERATION DATE (CCYYMMDD) OR LIST: ".
003540     ACCEPT SRS-REQUEST-INPUT.
003550
003560     IF NOT SRS-REQUEST-LIST
003570         IF SRS-REQUEST-INPUT NOT NUMERIC
003580             DISPLAY "SOMREST: GENERATION DATE MUST BE NUMERIC"
003590             MOVE 8 TO RETURN-CODE
003600             MOVE "N" TO SRS-INIT-STATUS-SWITCH
003610             GO TO 1000-INITIALIZE-EXIT
003620         END-IF
003630         MOVE SRS-REQUEST-INPUT TO SRS-GEN-DATE
003640         PERFORM 1100-CHECK-CYCLE-ACTIVE
003650             THRU 1100-CHECK-CYCLE-ACTIVE-EXIT
003660         IF SRS-INIT-FAILED
003670             GO TO 1000-INITIALIZE-EXIT
003680         END-IF
003690     END-IF.
003700
003710     OPEN OUTPUT REPORT-FILE.
003720
003730     IF NOT SRS-RPT-OK
003740         DISPLAY "SOMREST: UNABLE TO OPEN SOMRSRPT, STATUS "
003750             SRS-RPT-STATUS
003760         MOVE 8 TO RETURN-CODE
003770         MOVE "N" TO SRS-INIT-STATUS-SWITCH
003780         GO TO 1000-INITIALIZE-EXIT
003790     END-IF.
003800
003810     IF SRS-REQUEST-LIST
003820         MOVE "MASTER FILE GENERATIONS HELD      RUN"
003830             TO SRS-RPT-HDG-LABEL
003840         MOVE SRS-RUN-DATE TO SRS-RPT-HDG-DATE
003850     ELSE
003860         MOVE "MASTER FILE RESTORE - GENERATION"
003870             TO SRS-RPT-HDG-LABEL
003880         MOVE SRS-GEN-DATE TO SRS-RPT-HDG-DATE
003890     END-IF.
003900     PERFORM 8900-WRITE-REPORT-LINE
003910         THRU 8900-WRITE-REPORT-LINE-EXIT.
003920
003930     OPEN INPUT MANIFEST-FILE.
003940
003950     IF NOT SRS-SNM-OK
003960         DISPLAY "SOMREST: UNABLE TO OPEN SOMSNPM, STATUS "
003970             SRS-SNM-STATUS
003980         CLOSE REPORT-FILE
003990         MOVE 8 TO RETURN-CODE
004000         MOVE "N" TO SRS-INIT-STATUS-SWITCH
004010         GO TO 1000-INITIALIZE-EXIT
004020     END-IF.
004030
004040     OPEN INPUT SNAPSHOT-FILE.
004050
004060     IF NOT SRS-SNP-OK
004070         DISPLAY "SOMREST: UNABLE TO OPEN SOMSNPF, STATUS "
004080             SRS-SNP-STATUS
004090         CLOSE MANIFEST-FILE
004100         CLOSE REPORT-FILE
004110         MOVE 8 TO RETURN-CODE
004120         MOVE "N" TO SRS-INIT-STATUS-SWITCH
004130         GO TO 1000-INITIALIZE-EXIT
004140     END-IF.
004150
004160 1000-INITIALIZE-EXIT.
004170     EXIT.
004180
004190******************************************************************
004200* 1100-CHECK-CYCLE-ACTIVE - NEVER RESTORE UNDER A RUNNING CYCLE.
004210*                          THE STATE FOUND IS KEPT SO A RESTORE
004220*                          THAT CANNOT BE VERIFIED PUTS IT BACK.
004230******************************************************************
004240 1100-CHECK-CYCLE-ACTIVE.
004250
004260     MOVE "I"          TO SRS-SYS-STATE.
004270     MOVE SRS-RUN-DATE TO SRS-PRIOR-STATE-DATE.
004280
004290     OPEN INPUT STATUS-FILE.
004300
004310*    NO STATUS FILE MEANS NO CYCLE IN FLIGHT.
004320     IF NOT SRS-SYS-OK
004330         GO TO 1100-CHECK-CYCLE-ACTIVE-EXIT
004340     END-IF.
004350
004360     READ STATUS-FILE
004370         AT END
004380             CLOSE STATUS-FILE
004390             GO TO 1100-CHECK-CYCLE-ACTIVE-EXIT
004400     END-READ.
004410
004420     CLOSE STATUS-FILE.
004430
004440     MOVE SYS-STA-RUN-DATE TO SRS-PRIOR-STATE-DATE.
004450
004460     IF NOT SYS-STA-ACTIVE
004470         GO TO 1100-CHECK-CYCLE-ACTIVE-EXIT
004480     END-IF.
004490
004500     DISPLAY "SOMREST: NIGHTLY CYCLE ACTIVE (RUN "
004510         SYS-STA-RUN-DATE "), RESTORE REFUSED".
004520     MOVE 8 TO RETURN-CODE.
004530     MOVE "N" TO SRS-INIT-STATUS-SWITCH.
004540
004550 1100-CHECK-CYCLE-ACTIVE-EXIT.
004560     EXIT.
004570
004580******************************************************************
004590* 2000-CHECK-GENERATION - THE GENERATION MUST BE ON THE MANIFEST
004600*                        AND COMPLETE, AND THE STORE MUST HOLD
004610*                        EXACTLY THE MANIFEST'S RECORD COUNT FOR
004620*                        EVERY MASTER - CHECKED BEFORE ANY MASTER
004630*                        IS OPENED FOR OUTPUT
004640******************************************************************
004650 2000-CHECK-GENERATION.
004660
004670     MOVE SRS-GEN-DATE TO SOM-SNM-GEN-DATE.
004680
004690     READ MANIFEST-FILE
004700         KEY IS SOM-SNM-GEN-DATE
004710         INVALID KEY
004720             DISPLAY "SOMREST: NO GENERATION " SRS-GEN-DATE
004730                 " ON SOMSNPM, RESTORE REFUSED"
004740             MOVE "NO SUCH GENERATION - RESTORE REFUSED"
004750                 TO SRS-RPT-NOTE-TEXT
004760             PERFORM 8900-WRITE-REPORT-LINE
004770                 THRU 8900-WRITE-REPORT-LINE-EXIT
004780             MOVE "Y" TO SRS-REFUSED-SWITCH
004790             GO TO 2000-CHECK-GENERATION-EXIT
004800     END-READ.
004810
004820     IF NOT SOM-SNM-COMPLETE
004830         DISPLAY "SOMREST: GENERATION " SRS-GEN-DATE
004840             " IS INCOMPLETE, RESTORE REFUSED"
004850         MOVE "GENERATION INCOMPLETE - RESTORE REFUSED"
004860             TO SRS-RPT-NOTE-TEXT
004870         PERFORM 8900-WRITE-REPORT-LINE
004880             THRU 8900-WRITE-REPORT-LINE-EXIT
004890         MOVE "Y" TO SRS-REFUSED-SWITCH
004900         GO TO 2000-CHECK-GENERATION-EXIT
004910     END-IF.
004920
004930     PERFORM 2100-COUNT-STORED-FILE
004940         THRU 2100-COUNT-STORED-FILE-EXIT
004950         VARYING SRS-FX FROM 1 BY 1
004960         UNTIL SRS-FX > SRS-FILE-MAX.
004970
004980     IF SRS-REFUSED-YES
004990         MOVE "STORE DOES NOT MATCH MANIFEST - RESTORE REFUSED"
005000             TO SRS-RPT-NOTE-TEXT
005010         PERFORM 8900-WRITE-REPORT-LINE
005020             THRU 8900-WRITE-REPORT-LINE-EXIT
005030     END-IF.
005040
005050 2000-CHECK-GENERATION-EXIT.
005060     EXIT.
005070
005080******************************************************************
005090* 2100-COUNT-STORED-FILE - COUNT THE STORED IMAGES OF MASTER
005100*                         SRS-FX AND HOLD THEM AGAINST THE
005110*                         MANIFEST
005120******************************************************************
005130 2100-COUNT-STORED-FILE.
005140
005150     MOVE 0 TO SRS-COUNT.
005160
005170     PERFORM 8500-START-STORED-FILE
005180         THRU 8500-START-STORED-FILE-EXIT.
005190
005200     PERFORM 2110-COUNT-ONE-IMAGE
005210         THRU 2110-COUNT-ONE-IMAGE-EXIT
005220         UNTIL SRS-EOF-YES.
005230
005240     IF SOM-SNM-FILE (SRS-FX) NOT = SRS-FILE-NAME (SRS-FX)
005250        OR SRS-COUNT NOT = SOM-SNM-REC-COUNT (SRS-FX)
005260         DISPLAY "SOMREST: " SRS-FILE-NAME (SRS-FX)
005270             " STORE HOLDS " SRS-COUNT ", MANIFEST SAYS "
005280             SOM-SNM-REC-COUNT (SRS-FX)
005290         MOVE "Y" TO SRS-REFUSED-SWITCH
005300     END-IF.
005310
005320 2100-COUNT-STORED-FILE-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360* 2110-COUNT-ONE-IMAGE - READ AND COUNT ONE STORED IMAGE
005370******************************************************************
005380 2110-COUNT-ONE-IMAGE.
005390
005400     PERFORM 8510-READ-STORED-IMAGE
005410         THRU 8510-READ-STORED-IMAGE-EXIT.
005420
005430     IF SRS-EOF-NO
005440         ADD 1 TO SRS-COUNT
005450     END-IF.
005460
005470 2110-COUNT-ONE-IMAGE-EXIT.
005480     EXIT.
005490
005500******************************************************************
005510* 3000-RESTORE-MASTERS - MARK THE SYSTEM BUSY, THEN REBUILD EVERY
005520*                       MASTER THE GENERATION HOLDS FROM ITS
005530*                       STORED IMAGES
005540******************************************************************
005550 3000-RESTORE-MASTERS.
005560
005570     MOVE "A"          TO SRS-SYS-STATE.
005580     MOVE SRS-GEN-DATE TO SRS-SYS-DATE.
005590     PERFORM 8700-WRITE-SYSTEM-STATUS
005600         THRU 8700-WRITE-SYSTEM-STATUS-EXIT.
005610
005620     PERFORM 3100-RESTORE-ONE-FILE
005630         THRU 3100-RESTORE-ONE-FILE-EXIT
005640         VARYING SRS-FX FROM 1 BY 1
005650         UNTIL SRS-FX > SRS-FILE-MAX OR SRS-FAILED-YES.
005660
005670 3000-RESTORE-MASTERS-EXIT.
005680     EXIT.
005690
005700******************************************************************
005710* 3100-RESTORE-ONE-FILE - RECREATE MASTER SRS-FX AND WRITE ITS
005720*                        STORED IMAGES BACK IN KEY ORDER.  A
005730*                        MASTER THAT WAS NOT THERE WHEN THE
005740*                        SNAPSHOT WAS TAKEN IS LEFT ALONE.
005750******************************************************************
005760 3100-RESTORE-ONE-FILE.
005770
005780     MOVE 0 TO SRS-RES-WRITTEN (SRS-FX).
005790
005800     IF SOM-SNM-PRESENT-NO (SRS-FX)
005810         GO TO 3100-RESTORE-ONE-FILE-EXIT
005820     END-IF.
005830
005840     PERFORM 3200-CREATE-MASTER
005850         THRU 3200-CREATE-MASTER-EXIT.
005860
005870     IF NOT SRS-MST-OK
005880         DISPLAY "SOMREST: UNABLE TO CREATE "
005890             SRS-FILE-NAME (SRS-FX) ", STATUS " SRS-MST-STATUS
005900         MOVE "Y" TO SRS-FAILED-SWITCH
005910         GO TO 3100-RESTORE-ONE-FILE-EXIT
005920     END-IF.
005930
005940     PERFORM 8500-START-STORED-FILE
005950         THRU 8500-START-STORED-FILE-EXIT.
005960
005970     PERFORM 3300-WRITE-ONE-IMAGE
005980         THRU 3300-WRITE-ONE-IMAGE-EXIT
005990         UNTIL SRS-EOF-YES OR SRS-FAILED-YES.
006000
006010     PERFORM 8400-CLOSE-MASTER
006020         THRU 8400-CLOSE-MASTER-EXIT.
006030
006040 3100-RESTORE-ONE-FILE-EXIT.
006050     EXIT.
006060
006070******************************************************************
006080* 3200-CREATE-MASTER - OPEN MASTER SRS-FX FOR OUTPUT, EMPTYING IT
006090******************************************************************
006100 3200-CREATE-MASTER.
006110
006120     IF SRS-FX = 1
006130         OPEN OUTPUT EMPLOYEE-FILE
006140     END-IF.
006150     IF SRS-FX = 2
006160         OPEN OUTPUT COSTCTR-FILE
006170     END-IF.
006180     IF SRS-FX = 3
006190         OPEN OUTPUT BALANCE-FILE
006200     END-IF.
006210     IF SRS-FX = 4
006220         OPEN OUTPUT BUDGET-FILE
006230     END-IF.
006240     IF SRS-FX = 5
006250         OPEN OUTPUT PARAMETER-FILE
006260     END-IF.
006270     IF SRS-FX = 6
006280         OPEN OUTPUT OPERATOR-FILE
006290     END-IF.
006300     IF SRS-FX = 7
006310         OPEN OUTPUT SUSPENSE-FILE
006320     END-IF.
006320     IF SRS-FX = 8
006320         OPEN OUTPUT RATE-FILE
006320     END-IF.
006320     IF SRS-FX = 9
006320         OPEN OUTPUT STANDING-FILE
006320     END-IF.
006320     IF SRS-FX = 10
006320         OPEN OUTPUT PPADJ-FILE
006320     END-IF.
006320     IF SRS-FX = 11
006320         OPEN OUTPUT CCHIST-FILE
006320     END-IF.
006320     IF SRS-FX = 12
006320         OPEN OUTPUT PENDING-FILE
006320     END-IF.
006320     IF SRS-FX = 13
006320         OPEN OUTPUT FLAG-FILE
006320     END-IF.
006320     IF SRS-FX = 14
006320         OPEN OUTPUT HIERARCHY-FILE
006320     END-IF.
006320     IF SRS-FX = 15
006320         OPEN OUTPUT RULE-FILE
006320     END-IF.
006320     IF SRS-FX = 16
006320         OPEN OUTPUT PERIOD-CONTROL-FILE
006320     END-IF.
006330
006340 3200-CREATE-MASTER-EXIT.
006350     EXIT.
006360
006370******************************************************************
006380* 3300-WRITE-ONE-IMAGE - READ THE NEXT STORED IMAGE AND WRITE IT
006390*                       TO MASTER SRS-FX
006400******************************************************************
006410 3300-WRITE-ONE-IMAGE.
006420
006430     PERFORM 8510-READ-STORED-IMAGE
006440         THRU 8510-READ-STORED-IMAGE-EXIT.
006450
006460     IF SRS-EOF-YES
006470         GO TO 3300-WRITE-ONE-IMAGE-EXIT
006480     END-IF.
006490
006500     IF SRS-FX = 1
006510         MOVE SOM-SNP-IMAGE TO EMP-MASTER-RECORD
006520         WRITE EMP-MASTER-RECORD
006530     END-IF.
006540     IF SRS-FX = 2
006550         MOVE SOM-SNP-IMAGE TO SOM-CCM-RECORD
006560         WRITE SOM-CCM-RECORD
006570     END-IF.
006580     IF SRS-FX = 3
006590         MOVE SOM-SNP-IMAGE TO SOM-EBL-RECORD
006600         WRITE SOM-EBL-RECORD
006610     END-IF.
006620     IF SRS-FX = 4
006630         MOVE SOM-SNP-IMAGE TO SOM-BUD-RECORD
006640         WRITE SOM-BUD-RECORD
006650     END-IF.
006660     IF SRS-FX = 5
006670         MOVE SOM-SNP-IMAGE TO SET-PARAM-RECORD
006680         WRITE SET-PARAM-RECORD
006690     END-IF.
006700     IF SRS-FX = 6
006710         MOVE SOM-SNP-IMAGE TO SET-OPERATOR-RECORD
006720         WRITE SET-OPERATOR-RECORD
006730     END-IF.
006740     IF SRS-FX = 7
006750         MOVE SOM-SNP-IMAGE TO SOM-SUSPENSE-RECORD
006760         WRITE SOM-SUSPENSE-RECORD
006770     END-IF.
006770     IF SRS-FX = 8
006770         MOVE SOM-SNP-IMAGE TO SOM-FXR-RECORD
006770         WRITE SOM-FXR-RECORD
006770     END-IF.
006770     IF SRS-FX = 9
006770         MOVE SOM-SNP-IMAGE TO SOM-STD-RECORD
006770         WRITE SOM-STD-RECORD
006770     END-IF.
006770     IF SRS-FX = 10
006770         MOVE SOM-SNP-IMAGE TO SOM-PPA-RECORD
006770         WRITE SOM-PPA-RECORD
006770     END-IF.
006770     IF SRS-FX = 11
006770         MOVE SOM-SNP-IMAGE TO SOM-CPH-RECORD
006770         WRITE SOM-CPH-RECORD
006770     END-IF.
006770     IF SRS-FX = 12
006770         MOVE SOM-SNP-IMAGE TO SOM-PND-RECORD
006770         WRITE SOM-PND-RECORD
006770     END-IF.
006770     IF SRS-FX = 13
006770         MOVE SOM-SNP-IMAGE TO SOM-SCRF-RECORD
006770         WRITE SOM-SCRF-RECORD
006770     END-IF.
006770     IF SRS-FX = 14
006770         MOVE SOM-SNP-IMAGE TO SOM-CCH-RECORD
006770         WRITE SOM-CCH-RECORD
006770     END-IF.
006770     IF SRS-FX = 15
006770         MOVE SOM-SNP-IMAGE TO SOM-ALC-RECORD
006770         WRITE SOM-ALC-RECORD
006770     END-IF.
006770     IF SRS-FX = 16
006770         MOVE SOM-SNP-IMAGE TO SOM-ALLOC-CONTROL-RECORD
006770         WRITE SOM-ALLOC-CONTROL-RECORD
006770     END-IF.
006780
006790     IF NOT SRS-MST-OK
006800         DISPLAY "SOMREST: " SRS-FILE-NAME (SRS-FX)
006810             " WRITE FAILED, STATUS " SRS-MST-STATUS
006820         MOVE "Y" TO SRS-FAILED-SWITCH
006830         GO TO 3300-WRITE-ONE-IMAGE-EXIT
006840     END-IF.
006850
006860     ADD 1 TO SRS-RES-WRITTEN (SRS-FX).
006870
006880 3300-WRITE-ONE-IMAGE-EXIT.
006890     EXIT.
006900
006910******************************************************************
006920* 4000-VERIFY-MASTERS - READ EVERY RESTORED MASTER BACK, COUNT AND
006930*                      HASH IT THE WAY SOMSNAP DID, AND PRINT IT
006940*                      AGAINST THE MANIFEST
006950******************************************************************
006960 4000-VERIFY-MASTERS.
006970
006980     MOVE SPACES TO SRS-RPT-WORK-LINE.
006990     PERFORM 8900-WRITE-REPORT-LINE
007000         THRU 8900-WRITE-REPORT-LINE-EXIT.
007010
007020     MOVE "FILE"                TO SRS-RPT-FLC-FILE.
007030     MOVE " MANIFEST"           TO SRS-RPT-FLC-MAN-COUNT.
007040     MOVE " RESTORED"           TO SRS-RPT-FLC-RST-COUNT.
007050     MOVE "      MANIFEST HASH" TO SRS-RPT-FLC-MAN-HASH.
007060     MOVE "      RESTORED HASH" TO SRS-RPT-FLC-RST-HASH.
007070     MOVE "RESULT"              TO SRS-RPT-FLC-RESULT.
007080     PERFORM 8900-WRITE-REPORT-LINE
007090         THRU 8900-WRITE-REPORT-LINE-EXIT.
007100
007110     PERFORM 4100-VERIFY-ONE-FILE
007120         THRU 4100-VERIFY-ONE-FILE-EXIT
007130         VARYING SRS-FX FROM 1 BY 1
007140         UNTIL SRS-FX > SRS-FILE-MAX.
007150
007160     IF SRS-MISMATCH-COUNT > 0
007170         MOVE "Y" TO SRS-FAILED-SWITCH
007180     END-IF.
007190
007200 4000-VERIFY-MASTERS-EXIT.
007210     EXIT.
007220
007230******************************************************************
007240* 4100-VERIFY-ONE-FILE - COUNT AND HASH RESTORED MASTER SRS-FX
007250******************************************************************
007260 4100-VERIFY-ONE-FILE.
007270
007280     MOVE 0    TO SRS-RES-COUNT (SRS-FX).
007290     MOVE ZERO TO SRS-RES-HASH (SRS-FX).
007300     MOVE "N"  TO SRS-EOF-SWITCH.
007310
007320     MOVE SPACES                       TO SRS-RPT-WORK-LINE.
007330     MOVE SRS-FILE-NAME (SRS-FX)       TO SRS-RPT-FIL-FILE.
007340     MOVE SOM-SNM-REC-COUNT (SRS-FX)   TO SRS-RPT-FIL-MAN-COUNT.
007350     MOVE SOM-SNM-HASH (SRS-FX)        TO SRS-RPT-FIL-MAN-HASH.
007360
007370     IF SOM-SNM-PRESENT-NO (SRS-FX)
007380         MOVE ZERO                     TO SRS-RPT-FIL-RST-COUNT
007390         MOVE ZERO                     TO SRS-RPT-FIL-RST-HASH
007400         MOVE "NOT PRESENT"            TO SRS-RPT-FIL-RESULT
007410         GO TO 4100-VERIFY-ONE-FILE-LINE
007420     END-IF.
007430
007440     PERFORM 4200-OPEN-MASTER
007450         THRU 4200-OPEN-MASTER-EXIT.
007460
007470     IF SRS-MST-OPEN-NO
007480         DISPLAY "SOMREST: UNABLE TO REOPEN "
007490             SRS-FILE-NAME (SRS-FX) ", STATUS " SRS-MST-STATUS
007500         ADD 1 TO SRS-MISMATCH-COUNT
007510         MOVE "NOT READ"               TO SRS-RPT-FIL-RESULT
007520         GO TO 4100-VERIFY-ONE-FILE-LINE
007530     END-IF.
007540
007550     PERFORM 4300-READ-MASTER
007560         THRU 4300-READ-MASTER-EXIT
007570         UNTIL SRS-EOF-YES.
007580
007590     PERFORM 8400-CLOSE-MASTER
007600         THRU 8400-CLOSE-MASTER-EXIT.
007610
007620     MOVE SRS-RES-COUNT (SRS-FX)       TO SRS-RPT-FIL-RST-COUNT.
007630     MOVE SRS-RES-HASH (SRS-FX)        TO SRS-RPT-FIL-RST-HASH.
007640     ADD SRS-RES-COUNT (SRS-FX)        TO SRS-TOTAL-RECORDS.
007650
007660     IF SRS-RES-COUNT (SRS-FX) = SOM-SNM-REC-COUNT (SRS-FX)
007670        AND SRS-RES-HASH (SRS-FX) = SOM-SNM-HASH (SRS-FX)
007680         MOVE "OK"                     TO SRS-RPT-FIL-RESULT
007690     ELSE
007700         ADD 1 TO SRS-MISMATCH-COUNT
007710         MOVE "MISMATCH"               TO SRS-RPT-FIL-RESULT
007720     END-IF.
007730
007740 4100-VERIFY-ONE-FILE-LINE.
007750
007760     PERFORM 8900-WRITE-REPORT-LINE
007770         THRU 8900-WRITE-REPORT-LINE-EXIT.
007780
007790 4100-VERIFY-ONE-FILE-EXIT.
007800     EXIT.
007810
007820******************************************************************
007830* 4200-OPEN-MASTER - OPEN RESTORED MASTER SRS-FX FOR INPUT AND
007840*                   POSITION IT AT ITS FIRST RECORD
007850******************************************************************
007860 4200-OPEN-MASTER.
007870
007880     MOVE "N" TO SRS-MST-OPEN-SWITCH.
007890
007900     IF SRS-FX = 1
007910         OPEN INPUT EMPLOYEE-FILE
007920         IF SRS-MST-OK
007930             MOVE ZEROS TO EMP-ID
007940             START EMPLOYEE-FILE
007950                 KEY IS NOT LESS THAN EMP-ID
007960                 INVALID KEY
007970                     MOVE "Y" TO SRS-EOF-SWITCH
007980             END-START
007990         END-IF
008000     END-IF.
008010
008020     IF SRS-FX = 2
008030         OPEN INPUT COSTCTR-FILE
008040         IF SRS-MST-OK
008050             MOVE LOW-VALUES TO SOM-CCM-CODE
008060             START COSTCTR-FILE
008070                 KEY IS NOT LESS THAN SOM-CCM-CODE
008080                 INVALID KEY
008090                     MOVE "Y" TO SRS-EOF-SWITCH
008100             END-START
008110         END-IF
008120     END-IF.
008130
008140     IF SRS-FX = 3
008150         OPEN INPUT BALANCE-FILE
008160         IF SRS-MST-OK
008170             MOVE ZEROS TO SOM-EBL-KEY
008180             START BALANCE-FILE
008190                 KEY IS NOT LESS THAN SOM-EBL-KEY
008200                 INVALID KEY
008210                     MOVE "Y" TO SRS-EOF-SWITCH
008220             END-START
008230         END-IF
008240     END-IF.
008250
008260     IF SRS-FX = 4
008270         OPEN INPUT BUDGET-FILE
008280         IF SRS-MST-OK
008290             MOVE LOW-VALUES TO SOM-BUD-KEY
008300             START BUDGET-FILE
008310                 KEY IS NOT LESS THAN SOM-BUD-KEY
008320                 INVALID KEY
008330                     MOVE "Y" TO SRS-EOF-SWITCH
008340             END-START
008350         END-IF
008360     END-IF.
008370
008380     IF SRS-FX = 5
008390         OPEN INPUT PARAMETER-FILE
008400         IF SRS-MST-OK
008410             MOVE LOW-VALUES TO SET-PARAM-KEY
008420             START PARAMETER-FILE
008430                 KEY IS NOT LESS THAN SET-PARAM-KEY
008440                 INVALID KEY
008450                     MOVE "Y" TO SRS-EOF-SWITCH
008460             END-START
008470         END-IF
008480     END-IF.
008490
008500     IF SRS-FX = 6
008510         OPEN INPUT OPERATOR-FILE
008520         IF SRS-MST-OK
008530             MOVE LOW-VALUES TO SET-OPR-ID
008540             START OPERATOR-FILE
008550                 KEY IS NOT LESS THAN SET-OPR-ID
008560                 INVALID KEY
008570                     MOVE "Y" TO SRS-EOF-SWITCH
008580             END-START
008590         END-IF
008600     END-IF.
008610
008620     IF SRS-FX = 7
008630         OPEN INPUT SUSPENSE-FILE
008640         IF SRS-MST-OK
008650             MOVE ZEROS TO SOM-SUS-KEY
008660             START SUSPENSE-FILE
008670                 KEY IS NOT LESS THAN SOM-SUS-KEY
008680                 INVALID KEY
008690                     MOVE "Y" TO SRS-EOF-SWITCH
008700             END-START
008710         END-IF
008720     END-IF.
008730
008730     IF SRS-FX = 8
008730         OPEN INPUT RATE-FILE
008730         IF SRS-MST-OK
008730             MOVE LOW-VALUES TO SOM-FXR-KEY
008730             START RATE-FILE
008730                 KEY IS NOT LESS THAN SOM-FXR-KEY
008730                 INVALID KEY
008730                     MOVE "Y" TO SRS-EOF-SWITCH
008730             END-START
008730         END-IF
008730     END-IF.
008730
008730     IF SRS-FX = 9
008730         OPEN INPUT STANDING-FILE
008730         IF SRS-MST-OK
008730             MOVE ZEROS TO SOM-STD-KEY
008730             START STANDING-FILE
008730                 KEY IS NOT LESS THAN SOM-STD-KEY
008730                 INVALID KEY
008730                     MOVE "Y" TO SRS-EOF-SWITCH
008730             END-START
008730         END-IF
008730     END-IF.
008730
008730     IF SRS-FX = 10
008730         OPEN INPUT PPADJ-FILE
008730         IF SRS-MST-OK
008730             MOVE ZEROS TO SOM-PPA-KEY
008730             START PPADJ-FILE
008730                 KEY IS NOT LESS THAN SOM-PPA-KEY
008730                 INVALID KEY
008730                     MOVE "Y" TO SRS-EOF-SWITCH
008730             END-START
008730         END-IF
008730     END-IF.
008730
008730     IF SRS-FX = 11
008730         OPEN INPUT CCHIST-FILE
008730         IF SRS-MST-OK
008730             MOVE LOW-VALUES TO SOM-CPH-KEY
008730             START CCHIST-FILE
008730                 KEY IS NOT LESS THAN SOM-CPH-KEY
008730                 INVALID KEY
008730                     MOVE "Y" TO SRS-EOF-SWITCH
008730             END-START
008730         END-IF
008730     END-IF.
008730
008730     IF SRS-FX = 12
008730         OPEN INPUT PENDING-FILE
008730         IF SRS-MST-OK
008730             MOVE ZEROS TO SOM-PND-KEY
008730             START PENDING-FILE
008730                 KEY IS NOT LESS THAN SOM-PND-KEY
008730                 INVALID KEY
008730                     MOVE "Y" TO SRS-EOF-SWITCH
008730             END-START
008730         END-IF
008730     END-IF.
008730
008730     IF SRS-FX = 13
008730         OPEN INPUT FLAG-FILE
008730         IF SRS-MST-OK
008730             MOVE ZEROS TO SOM-SCF-KEY
008730             START FLAG-FILE
008730                 KEY IS NOT LESS THAN SOM-SCF-KEY
008730                 INVALID KEY
008730                     MOVE "Y" TO SRS-EOF-SWITCH
008730             END-START
008730         END-IF
008730     END-IF.
008730
008730     IF SRS-FX = 14
008730         OPEN INPUT HIERARCHY-FILE
008730         IF SRS-MST-OK
008730             MOVE LOW-VALUES TO SOM-CCH-CODE
008730             START HIERARCHY-FILE
008730                 KEY IS NOT LESS THAN SOM-CCH-CODE
008730                 INVALID KEY
008730                     MOVE "Y" TO SRS-EOF-SWITCH
008730             END-START
008730         END-IF
008730     END-IF.
008730
008730     IF SRS-FX = 15
008730         OPEN INPUT RULE-FILE
008730         IF SRS-MST-OK
008730             MOVE LOW-VALUES TO SOM-ALC-SOURCE-CC
008730             START RULE-FILE
008730                 KEY IS NOT LESS THAN SOM-ALC-SOURCE-CC
008730                 INVALID KEY
008730                     MOVE "Y" TO SRS-EOF-SWITCH
008730             END-START
008730         END-IF
008730     END-IF.
008730
008730*    SOMAPERD IS ONE SEQUENTIAL RECORD - IT IS READ FROM THE TOP
008730*    WITH NO START.
008730     IF SRS-FX = 16
008730         OPEN INPUT PERIOD-CONTROL-FILE
008730     END-IF.
008730
008740*    AN EMPTY MASTER ANSWERS THE START WITH "23" - IT IS STILL
008750*    OPEN.
008760     IF SRS-MST-OK OR SRS-EOF-YES
008770         MOVE "Y" TO SRS-MST-OPEN-SWITCH
008780     END-IF.
008790
008800 4200-OPEN-MASTER-EXIT.
008810     EXIT.
008820
008830******************************************************************
008840* 4300-READ-MASTER - READ THE NEXT RECORD OF RESTORED MASTER
008850*                   SRS-FX, COUNT IT AND ADD THE SAME HASH FIELD
008860*                   SOMSNAP USES
008870******************************************************************
008880 4300-READ-MASTER.
008890
008900     IF SRS-FX = 1
008910         READ EMPLOYEE-FILE NEXT RECORD
008920             AT END
008930                 MOVE "Y" TO SRS-EOF-SWITCH
008940                 GO TO 4300-READ-MASTER-EXIT
008950         END-READ
008960         IF EMP-ID NUMERIC
008970             ADD EMP-ID TO SRS-RES-HASH (SRS-FX)
008980         END-IF
008990     END-IF.
009000
009010     IF SRS-FX = 2
009020         READ COSTCTR-FILE NEXT RECORD
009030             AT END
009040                 MOVE "Y" TO SRS-EOF-SWITCH
009050                 GO TO 4300-READ-MASTER-EXIT
009060         END-READ
009070         IF SOM-CCM-PTD-AMOUNT NUMERIC
009080             ADD SOM-CCM-PTD-AMOUNT TO SRS-RES-HASH (SRS-FX)
009090         END-IF
009100     END-IF.
009110
009120     IF SRS-FX = 3
009130         READ BALANCE-FILE NEXT RECORD
009140             AT END
009150                 MOVE "Y" TO SRS-EOF-SWITCH
009160                 GO TO 4300-READ-MASTER-EXIT
009170         END-READ
009180         IF SOM-EBL-PTD-AMOUNT NUMERIC
009190             ADD SOM-EBL-PTD-AMOUNT TO SRS-RES-HASH (SRS-FX)
009200         END-IF
009210     END-IF.
009220
009230     IF SRS-FX = 4
009240         READ BUDGET-FILE NEXT RECORD
009250             AT END
009260                 MOVE "Y" TO SRS-EOF-SWITCH
009270                 GO TO 4300-READ-MASTER-EXIT
009280         END-READ
009290         IF SOM-BUD-AMOUNT NUMERIC
009300             ADD SOM-BUD-AMOUNT TO SRS-RES-HASH (SRS-FX)
009310         END-IF
009320     END-IF.
009330
009340     IF SRS-FX = 5
009350         READ PARAMETER-FILE NEXT RECORD
009360             AT END
009370                 MOVE "Y" TO SRS-EOF-SWITCH
009380                 GO TO 4300-READ-MASTER-EXIT
009390         END-READ
009400         IF SET-PARAM-VALUE NUMERIC
009410             ADD SET-PARAM-VALUE TO SRS-RES-HASH (SRS-FX)
009420         END-IF
009430     END-IF.
009440
009450     IF SRS-FX = 6
009460         READ OPERATOR-FILE NEXT RECORD
009470             AT END
009480                 MOVE "Y" TO SRS-EOF-SWITCH
009490                 GO TO 4300-READ-MASTER-EXIT
009500         END-READ
009510         IF SET-OPR-EXPIRY-DATE NUMERIC
009520             ADD SET-OPR-EXPIRY-DATE TO SRS-RES-HASH (SRS-FX)
009530         END-IF
009540     END-IF.
009550
009560     IF SRS-FX = 7
009570         READ SUSPENSE-FILE NEXT RECORD
009580             AT END
009590                 MOVE "Y" TO SRS-EOF-SWITCH
009600                 GO TO 4300-READ-MASTER-EXIT
009610         END-READ
009620         IF SOM-SUS-AMOUNT NUMERIC
009630             ADD SOM-SUS-AMOUNT TO SRS-RES-HASH (SRS-FX)
009640         END-IF
009650     END-IF.
009660
009660     IF SRS-FX = 8
009660         READ RATE-FILE NEXT RECORD
009660             AT END
009660                 MOVE "Y" TO SRS-EOF-SWITCH
009660                 GO TO 4300-READ-MASTER-EXIT
009660         END-READ
009660         IF SOM-FXR-RATE NUMERIC
009660             ADD SOM-FXR-RATE TO SRS-RES-HASH (SRS-FX)
009660         END-IF
009660     END-IF.
009660
009660     IF SRS-FX = 9
009660         READ STANDING-FILE NEXT RECORD
009660             AT END
009660                 MOVE "Y" TO SRS-EOF-SWITCH
009660                 GO TO 4300-READ-MASTER-EXIT
009660         END-READ
009660         IF SOM-STD-AMOUNT NUMERIC
009660             ADD SOM-STD-AMOUNT TO SRS-RES-HASH (SRS-FX)
009660         END-IF
009660     END-IF.
009660
009660     IF SRS-FX = 10
009660         READ PPADJ-FILE NEXT RECORD
009660             AT END
009660                 MOVE "Y" TO SRS-EOF-SWITCH
009660                 GO TO 4300-READ-MASTER-EXIT
009660         END-READ
009660         IF SOM-PPA-AMOUNT NUMERIC
009660             ADD SOM-PPA-AMOUNT TO SRS-RES-HASH (SRS-FX)
009660         END-IF
009660     END-IF.
009660
009660     IF SRS-FX = 11
009660         READ CCHIST-FILE NEXT RECORD
009660             AT END
009660                 MOVE "Y" TO SRS-EOF-SWITCH
009660                 GO TO 4300-READ-MASTER-EXIT
009660         END-READ
009660         IF SOM-CPH-CLOSED-AMOUNT NUMERIC
009660             ADD SOM-CPH-CLOSED-AMOUNT TO SRS-RES-HASH (SRS-FX)
009660         END-IF
009660     END-IF.
009660
009660     IF SRS-FX = 12
009660         READ PENDING-FILE NEXT RECORD
009660             AT END
009660                 MOVE "Y" TO SRS-EOF-SWITCH
009660                 GO TO 4300-READ-MASTER-EXIT
009660         END-READ
009660         IF SOM-PND-AMOUNT NUMERIC
009660             ADD SOM-PND-AMOUNT TO SRS-RES-HASH (SRS-FX)
009660         END-IF
009660     END-IF.
009660
009660     IF SRS-FX = 13
009660         READ FLAG-FILE NEXT RECORD
009660             AT END
009660                 MOVE "Y" TO SRS-EOF-SWITCH
009660                 GO TO 4300-READ-MASTER-EXIT
009660         END-READ
009660         IF SOM-SCF-AMOUNT NUMERIC
009660             ADD SOM-SCF-AMOUNT TO SRS-RES-HASH (SRS-FX)
009660         END-IF
009660     END-IF.
009660
009660     IF SRS-FX = 14
009660         READ HIERARCHY-FILE NEXT RECORD
009660             AT END
009660                 MOVE "Y" TO SRS-EOF-SWITCH
009660                 GO TO 4300-READ-MASTER-EXIT
009660         END-READ
009660*        NO NUMERIC FIELD - PROVED BY ITS RECORD COUNT ALONE
009660     END-IF.
009660
009660     IF SRS-FX = 15
009660         READ RULE-FILE NEXT RECORD
009660             AT END
009660                 MOVE "Y" TO SRS-EOF-SWITCH
009660                 GO TO 4300-READ-MASTER-EXIT
009660         END-READ
009660         IF SOM-ALC-RECEIVER-COUNT NUMERIC
009660             ADD SOM-ALC-RECEIVER-COUNT TO SRS-RES-HASH (SRS-FX)
009660         END-IF
009660     END-IF.
009660
009660     IF SRS-FX = 16
009660         READ PERIOD-CONTROL-FILE
009660             AT END
009660                 MOVE "Y" TO SRS-EOF-SWITCH
009660                 GO TO 4300-READ-MASTER-EXIT
009660         END-READ
009660         IF SOM-ALP-LAST-PERIOD NUMERIC
009660             ADD SOM-ALP-LAST-PERIOD TO SRS-RES-HASH (SRS-FX)
009660         END-IF
009660     END-IF.
009660
009670     IF NOT SRS-MST-OK
009680         DISPLAY "SOMREST: " SRS-FILE-NAME (SRS-FX)
009690             " READ FAILED, STATUS " SRS-MST-STATUS
009700         MOVE "Y" TO SRS-EOF-SWITCH
009710         GO TO 4300-READ-MASTER-EXIT
009720     END-IF.
009730
009740     ADD 1 TO SRS-RES-COUNT (SRS-FX).
009750
009760 4300-READ-MASTER-EXIT.
009770     EXIT.
009780
009790******************************************************************
009800* 5000-RESET-CYCLE-STATE - A VERIFIED RESTORE RETIRES THE CURRENT
009810*                         JOURNAL TO NIGHTJRH AND STARTS A NEW ONE
009820*                         WITH A "RESTORED" HEADER FOR THE
009830*                         GENERATION DATE, THEN MARKS SYSSTAT
009840*                         IDLE.  A RESTORE THAT DID NOT VERIFY
009850*                         LEAVES THE JOURNAL ALONE, SO THE
009860*                         DUPLICATE-RUN CHECK STILL STANDS, AND
009870*                         PUTS SYSSTAT BACK.
009880******************************************************************
009890 5000-RESET-CYCLE-STATE.
009900
009910     IF SRS-FAILED-YES
009920         MOVE "I"                  TO SRS-SYS-STATE
009930         MOVE SRS-PRIOR-STATE-DATE TO SRS-SYS-DATE
009940         PERFORM 8700-WRITE-SYSTEM-STATUS
009950             THRU 8700-WRITE-SYSTEM-STATUS-EXIT
009960         GO TO 5000-RESET-CYCLE-STATE-EXIT
009970     END-IF.
009980
009990     PERFORM 5100-ARCHIVE-JOURNAL
010000         THRU 5100-ARCHIVE-JOURNAL-EXIT.
010010
010020     OPEN OUTPUT JOURNAL-FILE.
010030
010040     IF NOT SRS-JRN-OK
010050         DISPLAY "SOMREST: UNABLE TO OPEN NIGHTJRN, STATUS "
010060             SRS-JRN-STATUS ", CLEAR THE JOURNAL BY HAND"
010070         GO TO 5000-RESET-CYCLE-STATE-IDLE
010080     END-IF.
010090
010100     MOVE SPACES       TO DRV-JOURNAL-RECORD.
010110     MOVE "H"          TO DRV-JRN-TYPE.
010120     MOVE SRS-GEN-DATE TO DRV-JRN-RUN-DATE.
010130     ACCEPT DRV-JRN-START-TIME FROM TIME.
010140     MOVE DRV-JRN-START-TIME TO DRV-JRN-END-TIME.
010150     MOVE ZEROS        TO DRV-JRN-RETURN-CODE.
010160     MOVE "RESTORED"   TO DRV-JRN-DISPOSITION.
010170     WRITE DRV-JOURNAL-RECORD.
010180
010190     IF NOT SRS-JRN-OK
010200         DISPLAY "SOMREST: NIGHTJRN WRITE FAILED, STATUS "
010210             SRS-JRN-STATUS ", CLEAR THE JOURNAL BY HAND"
010220     END-IF.
010230
010240     CLOSE JOURNAL-FILE.
010250
010260 5000-RESET-CYCLE-STATE-IDLE.
010270
010280     MOVE "I"          TO SRS-SYS-STATE.
010290     MOVE SRS-GEN-DATE TO SRS-SYS-DATE.
010300     PERFORM 8700-WRITE-SYSTEM-STATUS
010310         THRU 8700-WRITE-SYSTEM-STATUS-EXIT.
010320
010330 5000-RESET-CYCLE-STATE-EXIT.
010340     EXIT.
010350
010360******************************************************************
010370* 5100-ARCHIVE-JOURNAL - COPY THE CURRENT JOURNAL ONTO THE END OF
010380*                       NIGHTJRH, AS NIGHTDRV DOES BEFORE A FRESH
010390*                       RUN, SO THE CYCLES BEING UNDONE STAY ON
010400*                       RECORD
010410******************************************************************
010420 5100-ARCHIVE-JOURNAL.
010430
010440     MOVE "N" TO SRS-EOF-SWITCH.
010450     MOVE 0   TO SRS-JRH-COUNT.
010460
010470     OPEN INPUT JOURNAL-FILE.
010480
010490     IF NOT SRS-JRN-OK
010500*        NO JOURNAL - NOTHING TO KEEP.
010510         GO TO 5100-ARCHIVE-JOURNAL-EXIT
010520     END-IF.
010530
010540     OPEN EXTEND HISTORY-FILE.
010550
010560     IF SRS-JRH-FILE-NOT-FOUND
010570         OPEN OUTPUT HISTORY-FILE
010580     END-IF.
010590
010600     IF NOT SRS-JRH-OK
010610         DISPLAY "SOMREST: UNABLE TO OPEN NIGHTJRH, STATUS "
010620             SRS-JRH-STATUS ", PREVIOUS JOURNAL NOT RETAINED"
010630         CLOSE JOURNAL-FILE
010640         GO TO 5100-ARCHIVE-JOURNAL-EXIT
010650     END-IF.
010660
010670     PERFORM 5110-ARCHIVE-ONE-RECORD
010680         THRU 5110-ARCHIVE-ONE-RECORD-EXIT
010690         UNTIL SRS-EOF-YES.
010700
010710     CLOSE JOURNAL-FILE.
010720     CLOSE HISTORY-FILE.
010730
010740 5100-ARCHIVE-JOURNAL-EXIT.
010750     EXIT.
010760
010770******************************************************************
010780* 5110-ARCHIVE-ONE-RECORD - READ ONE JOURNAL RECORD AND APPEND IT
010790*                          TO THE HISTORY
010800******************************************************************
010810 5110-ARCHIVE-ONE-RECORD.
010820
010830     READ JOURNAL-FILE
010840         AT END
010850             MOVE "Y" TO SRS-EOF-SWITCH
010860             GO TO 5110-ARCHIVE-ONE-RECORD-EXIT
010870     END-READ.
010880
010890     WRITE DRV-HISTORY-RECORD FROM DRV-JOURNAL-RECORD.
010900
010910     IF SRS-JRH-OK
010920         ADD 1 TO SRS-JRH-COUNT
010930     ELSE
010940         DISPLAY "SOMREST: NIGHTJRH WRITE FAILED, STATUS "
010950             SRS-JRH-STATUS
010960     END-IF.
010970
010980 5110-ARCHIVE-ONE-RECORD-EXIT.
010990     EXIT.
011000
011010******************************************************************
011020* 6000-LIST-GENERATIONS - LIST MODE: EVERY GENERATION ON THE
011030*                        MANIFEST, OLDEST FIRST
011040******************************************************************
011050 6000-LIST-GENERATIONS.
011060
011070     MOVE SPACES TO SRS-RPT-WORK-LINE.
011080     PERFORM 8900-WRITE-REPORT-LINE
011090         THRU 8900-WRITE-REPORT-LINE-EXIT.
011100
011110     MOVE "N"   TO SRS-EOF-SWITCH.
011120     MOVE ZEROS TO SOM-SNM-GEN-DATE.
011130
011140     START MANIFEST-FILE
011150         KEY IS NOT LESS THAN SOM-SNM-GEN-DATE
011160         INVALID KEY
011170             MOVE "Y" TO SRS-EOF-SWITCH
011180     END-START.
011190
011200     PERFORM 6100-LIST-ONE-GENERATION
011210         THRU 6100-LIST-ONE-GENERATION-EXIT
011220         UNTIL SRS-EOF-YES.
011230
011240     MOVE SPACES TO SRS-RPT-WORK-LINE.
011250     PERFORM 8900-WRITE-REPORT-LINE
011260         THRU 8900-WRITE-REPORT-LINE-EXIT.
011270
011280     MOVE "GENERATIONS HELD"  TO SRS-RPT-CNT-LABEL.
011290     MOVE SRS-GEN-COUNT       TO SRS-RPT-CNT-COUNT.
011300     PERFORM 8900-WRITE-REPORT-LINE
011310         THRU 8900-WRITE-REPORT-LINE-EXIT.
011320
011330 6000-LIST-GENERATIONS-EXIT.
011340     EXIT.
011350
011360******************************************************************
011370* 6100-LIST-ONE-GENERATION - ONE GENERATION LINE, THEN ONE LINE
011380*                           PER MASTER WITH ITS COUNT AND HASH
011390******************************************************************
011400 6100-LIST-ONE-GENERATION.
011410
011420     READ MANIFEST-FILE NEXT RECORD
011430         AT END
011440             MOVE "Y" TO SRS-EOF-SWITCH
011450             GO TO 6100-LIST-ONE-GENERATION-EXIT
011460     END-READ.
011470
011480     ADD 1 TO SRS-GEN-COUNT.
011490
011500     MOVE SPACES TO SRS-RPT-WORK-LINE.
011510     PERFORM 8900-WRITE-REPORT-LINE
011520         THRU 8900-WRITE-REPORT-LINE-EXIT.
011530
011540     MOVE SOM-SNM-GEN-DATE   TO SRS-RPT-GEN-DATE.
011550     MOVE SOM-SNM-TAKEN-TIME TO SRS-RPT-GEN-TIME.
011560     IF SOM-SNM-COMPLETE
011570         MOVE "COMPLETE"     TO SRS-RPT-GEN-STATE
011580     ELSE
011590         MOVE "INCOMPLETE"   TO SRS-RPT-GEN-STATE
011600     END-IF.
011610     PERFORM 8900-WRITE-REPORT-LINE
011620         THRU 8900-WRITE-REPORT-LINE-EXIT.
011630
011640     IF SOM-SNM-INCOMPLETE
011650         GO TO 6100-LIST-ONE-GENERATION-EXIT
011660     END-IF.
011670
011680     PERFORM 6110-LIST-ONE-FILE
011690         THRU 6110-LIST-ONE-FILE-EXIT
011700         VARYING SRS-FX FROM 1 BY 1
011710         UNTIL SRS-FX > SRS-FILE-MAX.
011720
011730 6100-LIST-ONE-GENERATION-EXIT.
011740     EXIT.
011750
011760******************************************************************
011770* 6110-LIST-ONE-FILE - ONE MASTER'S MANIFEST FIGURES
011780******************************************************************
011790 6110-LIST-ONE-FILE.
011800
011810     MOVE SOM-SNM-FILE (SRS-FX)      TO SRS-RPT-FIL-FILE.
011820     MOVE SOM-SNM-REC-COUNT (SRS-FX) TO SRS-RPT-FIL-MAN-COUNT.
011830     MOVE SOM-SNM-HASH (SRS-FX)      TO SRS-RPT-FIL-MAN-HASH.
011840     IF SOM-SNM-PRESENT-NO (SRS-FX)
011850         MOVE "NOT PRESENT"          TO SRS-RPT-FIL-RESULT
011860     END-IF.
011870     PERFORM 8900-WRITE-REPORT-LINE
011880         THRU 8900-WRITE-REPORT-LINE-EXIT.
011890
011900 6110-LIST-ONE-FILE-EXIT.
011910     EXIT.
011920
011930******************************************************************
011940* 8400-CLOSE-MASTER - CLOSE MASTER SRS-FX
011950******************************************************************
011960 8400-CLOSE-MASTER.
011970
011980     IF SRS-FX = 1
011990         CLOSE EMPLOYEE-FILE
012000     END-IF.
012010     IF SRS-FX = 2
012020         CLOSE COSTCTR-FILE
012030     END-IF.
012040     IF SRS-FX = 3
012050         CLOSE BALANCE-FILE
012060     END-IF.
012070     IF SRS-FX = 4
012080         CLOSE BUDGET-FILE
012090     END-IF.
012100     IF SRS-FX = 5
012110         CLOSE PARAMETER-FILE
012120     END-IF.
012130     IF SRS-FX = 6
012140         CLOSE OPERATOR-FILE
012150     END-IF.
012160     IF SRS-FX = 7
012170         CLOSE SUSPENSE-FILE
012180     END-IF.
012180     IF SRS-FX = 8
012180         CLOSE RATE-FILE
012180     END-IF.
012180     IF SRS-FX = 9
012180         CLOSE STANDING-FILE
012180     END-IF.
012180     IF SRS-FX = 10
012180         CLOSE PPADJ-FILE
012180     END-IF.
012180     IF SRS-FX = 11
012180         CLOSE CCHIST-FILE
012180     END-IF.
012180     IF SRS-FX = 12
012180         CLOSE PENDING-FILE
012180     END-IF.
012180     IF SRS-FX = 13
012180         CLOSE FLAG-FILE
012180     END-IF.
012180     IF SRS-FX = 14
012180         CLOSE HIERARCHY-FILE
012180     END-IF.
012180     IF SRS-FX = 15
012180         CLOSE RULE-FILE
012180     END-IF.
012180     IF SRS-FX = 16
012180         CLOSE PERIOD-CONTROL-FILE
012180     END-IF.
012190
012200 8400-CLOSE-MASTER-EXIT.
012210     EXIT.
012220
012230******************************************************************
012240* 8500-START-STORED-FILE - POSITION THE STORE AT THE FIRST IMAGE
012250*                         OF MASTER SRS-FX IN THE GENERATION
012260******************************************************************
012270 8500-START-STORED-FILE.
012280
012290     MOVE "N" TO SRS-EOF-SWITCH.
012300
012310     MOVE SRS-GEN-DATE           TO SOM-SNP-GEN-DATE.
012320     MOVE SRS-FILE-NAME (SRS-FX) TO SOM-SNP-FILE.
012330     MOVE ZEROS                  TO SOM-SNP-SEQ.
012340
012350     START SNAPSHOT-FILE
012360         KEY IS NOT LESS THAN SOM-SNP-KEY
012370         INVALID KEY
012380             MOVE "Y" TO SRS-EOF-SWITCH
012390     END-START.
012400
012410 8500-START-STORED-FILE-EXIT.
012420     EXIT.
012430
012440******************************************************************
012450* 8510-READ-STORED-IMAGE - READ THE NEXT STORED IMAGE; THE END OF
012460*                         THE MASTER'S IMAGES IN THE GENERATION IS
012470*                         END OF FILE
012480******************************************************************
012490 8510-READ-STORED-IMAGE.
012500
012510     READ SNAPSHOT-FILE NEXT RECORD
012520         AT END
012530             MOVE "Y" TO SRS-EOF-SWITCH
012540             GO TO 8510-READ-STORED-IMAGE-EXIT
012550     END-READ.
012560
012570     IF SOM-SNP-GEN-DATE NOT = SRS-GEN-DATE
012580        OR SOM-SNP-FILE NOT = SRS-FILE-NAME (SRS-FX)
012590         MOVE "Y" TO SRS-EOF-SWITCH
012600     END-IF.
012610
012620 8510-READ-STORED-IMAGE-EXIT.
012630     EXIT.
012640
012650******************************************************************
012660* 8700-WRITE-SYSTEM-STATUS - REWRITE THE ONE SYSSTAT RECORD WITH
012670*                           SRS-SYS-STATE AND SRS-SYS-DATE
012680******************************************************************
012690 8700-WRITE-SYSTEM-STATUS.
012700
012710     OPEN OUTPUT STATUS-FILE.
012720
012730     IF NOT SRS-SYS-OK
012740         DISPLAY "SOMREST: UNABLE TO OPEN SYSSTAT, STATUS "
012750             SRS-SYS-STATUS ", SET IT BY HAND"
012760         GO TO 8700-WRITE-SYSTEM-STATUS-EXIT
012770     END-IF.
012780
012790     MOVE SRS-SYS-STATE TO SYS-STA-STATE.
012800     MOVE SRS-SYS-DATE  TO SYS-STA-RUN-DATE.
012810     WRITE SYS-STATUS-RECORD.
012820
012830     IF NOT SRS-SYS-OK
012840         DISPLAY "SOMREST: SYSSTAT WRITE FAILED, STATUS "
012850             SRS-SYS-STATUS ", SET IT BY HAND"
012860     END-IF.
012870
012880     CLOSE STATUS-FILE.
012890
012900 8700-WRITE-SYSTEM-STATUS-EXIT.
012910     EXIT.
012920
012930******************************************************************
012940* 8900-WRITE-REPORT-LINE - MOVE THE WORK LINE TO THE REPORT
012950*                         RECORD, WRITE IT AND CHECK THE STATUS
012960******************************************************************
012970 8900-WRITE-REPORT-LINE.
012980
012990     MOVE SRS-RPT-WORK-LINE TO SOM-REST-REPORT-LINE.
013000     WRITE SOM-REST-REPORT-LINE.
013010
013020     IF NOT SRS-RPT-OK
013030         DISPLAY "SOMREST: SOMRSRPT WRITE FAILED, STATUS "
013040             SRS-RPT-STATUS
013050     END-IF.
013060
013070     MOVE SPACES TO SRS-RPT-WORK-LINE.
013080
013090 8900-WRITE-REPORT-LINE-EXIT.
013100     EXIT.
013110
013120******************************************************************
013130* 9000-TERMINATE - PRINT THE OUTCOME, CLOSE UP AND SET THE RETURN
013140*                 CODE
013150******************************************************************
013160 9000-TERMINATE.
013170
013180     IF SRS-INIT-FAILED
013190         GO TO 9000-TERMINATE-EXIT
013200     END-IF.
013210
013220     IF NOT SRS-REQUEST-LIST AND SRS-REFUSED-NO
013230         MOVE SPACES TO SRS-RPT-WORK-LINE
013240         PERFORM 8900-WRITE-REPORT-LINE
013250             THRU 8900-WRITE-REPORT-LINE-EXIT
013260         MOVE "RECORDS RESTORED"      TO SRS-RPT-CNT-LABEL
013270         MOVE SRS-TOTAL-RECORDS       TO SRS-RPT-CNT-COUNT
013280         PERFORM 8900-WRITE-REPORT-LINE
013290             THRU 8900-WRITE-REPORT-LINE-EXIT
013300         MOVE "MASTERS NOT VERIFIED"  TO SRS-RPT-CNT-LABEL
013310         MOVE SRS-MISMATCH-COUNT      TO SRS-RPT-CNT-COUNT
013320         PERFORM 8900-WRITE-REPORT-LINE
013330             THRU 8900-WRITE-REPORT-LINE-EXIT
013340         IF SRS-FAILED-YES
013350             MOVE "*** RESTORE NOT VERIFIED - MASTERS NOT FIT"
013360                 TO SRS-RPT-NOTE-TEXT
013370             PERFORM 8900-WRITE-REPORT-LINE
013380                 THRU 8900-WRITE-REPORT-LINE-EXIT
013390             MOVE "    TO RUN ON; CORRECT AND RESTORE AGAIN"
013400                 TO SRS-RPT-NOTE-TEXT
013410             PERFORM 8900-WRITE-REPORT-LINE
013420                 THRU 8900-WRITE-REPORT-LINE-EXIT
013430         ELSE
013440             MOVE "RESTORE VERIFIED - NIGHTJRN RESET FOR RERUN"
013450                 TO SRS-RPT-NOTE-TEXT
013460             PERFORM 8900-WRITE-REPORT-LINE
013470                 THRU 8900-WRITE-REPORT-LINE-EXIT
013480         END-IF
013490     END-IF.
013500
013510     CLOSE SNAPSHOT-FILE.
013520     CLOSE MANIFEST-FILE.
013530     CLOSE REPORT-FILE.
013540
013550     IF SRS-REFUSED-YES OR SRS-FAILED-YES
013560         DISPLAY "SOMREST: GENERATION " SRS-GEN-DATE
013570             " NOT RESTORED"
013580         MOVE 8 TO RETURN-CODE
013590     ELSE
013600         IF NOT SRS-REQUEST-LIST
013610             DISPLAY "SOMREST: GENERATION " SRS-GEN-DATE
013620                 " RESTORED AND VERIFIED, " SRS-TOTAL-RECORDS
013630                 " RECORDS"
013640         END-IF
013650         MOVE 0 TO RETURN-CODE
013660     END-IF.
013670
013680 9000-TERMINATE-EXIT.
013690     EXIT.
013700
013710 END PROGRAM SOMREST.
