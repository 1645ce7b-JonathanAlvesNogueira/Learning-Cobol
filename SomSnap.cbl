000010******************************************************************
000020* PROGRAM:     SOMSNAP
000030* AUTHOR:      J. ALVES NOGUEIRA
000040* INSTALLATION: LEARNING-COBOL BATCH SHOP
000050* DATE-WRITTEN: 2026-10-01
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     NIGHTLY MASTER-FILE SNAPSHOT, RUN AS THE FIRST STEP
000090*              OF EVERY CYCLE.  COPIES EVERY RECORD OF EMPMAST,
000100*              SOMCCM, SOMEBAL, SOMBUDG, SETPARM, SETOPR, SOMSUSF,
000102*              SOMFXR, SOMSTND, SOMPPAF, SOMCCPH, SOMPEND,
000104*              SOMSCRF, SOMCCH, SOMALOC AND THE SOMAPERD
000110*              ALLOCATION CONTROL RECORD INTO A GENERATION OF
000120*              THE SOMSNPF SNAPSHOT STORE DATED WITH THE CYCLE
000122*              DATE, AND RECORDS THE
000130*              GENERATION ON THE SOMSNPM MANIFEST WITH EACH FILE'S
000140*              RECORD COUNT AND AMOUNT HASH TOTAL.  THE OLDEST
000150*              GENERATIONS ARE DROPPED SO THAT NO MORE THAN THE
000160*              SETPARM "SNAPGENS" NUMBER (DEFAULT 7) ARE KEPT.
000170*              SOMREST PUTS EVERY MASTER BACK TO A CHOSEN
000180*              GENERATION TOGETHER.  A SNAPSHOT RETAKEN FOR THE
000190*              SAME DATE (A RESTART, OR A RERUN AFTER A RESTORE)
000200*              REPLACES THAT DATE'S GENERATION.
000210*              RETURN CODE 4 WHEN A MASTER WAS NOT THERE TO COPY,
000220*              8 WHEN THE SNAPSHOT COULD NOT BE TAKEN - THE CYCLE
000230*              DOES NOT RUN WITHOUT ONE.
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY:
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-01 JAN   ORIGINAL VERSION - EMPBKOUT COULD ONLY BACK
000280*                    OUT EMPMAST, SO A BAD NIGHT THAT DAMAGED THE
000290*                    OTHER MASTERS LEFT NO CONSISTENT COPY OF THEM
000300*                    TO GO BACK TO.
000302*   2026-10-15 JAN   SNAPSHOT NOW ALSO TAKES SOMFXR, SOMSTND,
000304*                    SOMPPAF, SOMCCPH, SOMPEND, SOMSCRF, SOMCCH,
000306*                    SOMALOC AND SOMAPERD, SO A RESTORE NO LONGER
000308*                    LEAVES THEM A DAY AHEAD OF THE OTHER MASTERS.
000310*                    SOMSNPF IMAGE WIDENED TO 160 AND SOMSNPM NOW
000312*                    HOLDS SIXTEEN ENTRIES - DELETE SOMSNPF AND
000314*                    SOMSNPM BEFORE THE FIRST RUN; OLDER
000316*                    GENERATIONS CANNOT BE READ.
000318* Tectonics: cobc
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. SOMSNAP.
000350
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT EMPLOYEE-FILE ASSIGN "EMPMAST"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS EMP-ID
000430         FILE STATUS IS SNP-MST-STATUS.
000440
000450     SELECT COSTCTR-FILE ASSIGN "SOMCCM"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS SOM-CCM-CODE
000490         FILE STATUS IS SNP-MST-STATUS.
000500
000510     SELECT BALANCE-FILE ASSIGN "SOMEBAL"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS SOM-EBL-KEY
000550         FILE STATUS IS SNP-MST-STATUS.
000560
000570     SELECT BUDGET-FILE ASSIGN "SOMBUDG"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS SOM-BUD-KEY
000610         FILE STATUS IS SNP-MST-STATUS.
000620
000630     SELECT PARAMETER-FILE ASSIGN "SETPARM"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS SET-PARAM-KEY
000670         FILE STATUS IS SNP-MST-STATUS.
000680
000690     SELECT OPERATOR-FILE ASSIGN "SETOPR"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS SET-OPR-ID
000730         FILE STATUS IS SNP-MST-STATUS.
000740
000750     SELECT SUSPENSE-FILE ASSIGN "SOMSUSF"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS SOM-SUS-KEY
000790         FILE STATUS IS SNP-MST-STATUS.
000800
000800     SELECT RATE-FILE ASSIGN "SOMFXR"
000800         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS SOM-FXR-KEY
000800         FILE STATUS IS SNP-MST-STATUS.
000800
000800     SELECT STANDING-FILE ASSIGN "SOMSTND"
000800         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS SOM-STD-KEY
000800         FILE STATUS IS SNP-MST-STATUS.
000800
000800     SELECT PPADJ-FILE ASSIGN "SOMPPAF"
000800         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS SOM-PPA-KEY
000800         FILE STATUS IS SNP-MST-STATUS.
000800
000800     SELECT CCHIST-FILE ASSIGN "SOMCCPH"
000800         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS SOM-CPH-KEY
000800         FILE STATUS IS SNP-MST-STATUS.
000800
000800     SELECT PENDING-FILE ASSIGN "SOMPEND"
000800         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS SOM-PND-KEY
000800         FILE STATUS IS SNP-MST-STATUS.
000800
000800     SELECT FLAG-FILE ASSIGN "SOMSCRF"
000800         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS SOM-SCF-KEY
000800         FILE STATUS IS SNP-MST-STATUS.
000800
000800     SELECT HIERARCHY-FILE ASSIGN "SOMCCH"
000800         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS SOM-CCH-CODE
000800         FILE STATUS IS SNP-MST-STATUS.
000800
000800     SELECT RULE-FILE ASSIGN "SOMALOC"
000800         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS SOM-ALC-SOURCE-CC
000800         FILE STATUS IS SNP-MST-STATUS.
000800
000800     SELECT PERIOD-CONTROL-FILE ASSIGN "SOMAPERD"
000800         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS SNP-MST-STATUS.
000800
000810     SELECT SNAPSHOT-FILE ASSIGN "SOMSNPF"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS SOM-SNP-KEY
000850         FILE STATUS IS SNP-SNP-STATUS.
000860
000870     SELECT MANIFEST-FILE ASSIGN "SOMSNPM"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS SOM-SNM-GEN-DATE
000910         FILE STATUS IS SNP-SNM-STATUS.
000920
000930     SELECT REPORT-FILE ASSIGN "SOMSNRPT"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS SNP-RPT-STATUS.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  EMPLOYEE-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 COPY EMPMAST.
001020
001030 FD  COSTCTR-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 COPY SOMCCM.
001060
001070 FD  BALANCE-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 COPY SOMEBAL.
001100
001110 FD  BUDGET-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 COPY SOMBUDG.
001140
001150 FD  PARAMETER-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 COPY SETPARM.
001180
001190 FD  OPERATOR-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 COPY SETOPR.
001220
001230 FD  SUSPENSE-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 COPY SOMSUSP.
001260
001260 FD  RATE-FILE
001260     LABEL RECORDS ARE STANDARD.
001260 COPY SOMFXR.
001260
001260 FD  STANDING-FILE
001260     LABEL RECORDS ARE STANDARD.
001260 COPY SOMSTND.
001260
001260 FD  PPADJ-FILE
001260     LABEL RECORDS ARE STANDARD.
001260 COPY SOMPPA.
001260
001260 FD  CCHIST-FILE
001260     LABEL RECORDS ARE STANDARD.
001260 COPY SOMCCPH.
001260
001260 FD  PENDING-FILE
001260     LABEL RECORDS ARE STANDARD.
001260 COPY SOMPEND.
001260
001260 FD  FLAG-FILE
001260     LABEL RECORDS ARE STANDARD.
001260 COPY SOMSCRF.
001260
001260 FD  HIERARCHY-FILE
001260     LABEL RECORDS ARE STANDARD.
001260 COPY SOMCCH.
001260
001260 FD  RULE-FILE
001260     LABEL RECORDS ARE STANDARD.
001260 COPY SOMALOC.
001260
001260 FD  PERIOD-CONTROL-FILE
001260     LABEL RECORDS ARE STANDARD.
001260 COPY SOMAPERD.
001260
001270 FD  SNAPSHOT-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 COPY SOMSNPF.
001300
001310 FD  MANIFEST-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 COPY SOMSNPM.
001340
001350 FD  REPORT-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 COPY SOMSNRPT.
001380
001390 WORKING-STORAGE SECTION.
001400*    ONE STATUS SERVES ALL SIXTEEN MASTERS - ONLY ONE IS OPEN AT A
001410*    TIME
001420 77  SNP-MST-STATUS              PIC X(02) VALUE "00".
001430     88  SNP-MST-OK                         VALUE "00".
001440     88  SNP-MST-FILE-NOT-FOUND             VALUE "35".
001450
001460 77  SNP-SNP-STATUS              PIC X(02) VALUE "00".
001470     88  SNP-SNP-OK                         VALUE "00".
001480     88  SNP-SNP-FILE-NOT-FOUND             VALUE "35".
001490
001500 77  SNP-SNM-STATUS              PIC X(02) VALUE "00".
001510     88  SNP-SNM-OK                         VALUE "00".
001520     88  SNP-SNM-FILE-NOT-FOUND             VALUE "35".
001530
001540 77  SNP-RPT-STATUS              PIC X(02) VALUE "00".
001550     88  SNP-RPT-OK                         VALUE "00".
001560
001570 77  SNP-INIT-STATUS-SWITCH      PIC X(01) VALUE "Y".
001580     88  SNP-INIT-OK                        VALUE "Y".
001590     88  SNP-INIT-FAILED                    VALUE "N".
001600
001610 77  SNP-FAILED-SWITCH           PIC X(01) VALUE "N".
001620     88  SNP-FAILED-YES                     VALUE "Y".
001630     88  SNP-FAILED-NO                      VALUE "N".
001640
001650 77  SNP-EOF-SWITCH              PIC X(01) VALUE "N".
001660     88  SNP-EOF-YES                        VALUE "Y".
001670     88  SNP-EOF-NO                         VALUE "N".
001680
001690 77  SNP-MST-OPEN-SWITCH         PIC X(01) VALUE "N".
001700     88  SNP-MST-OPEN-YES                   VALUE "Y".
001710     88  SNP-MST-OPEN-NO                    VALUE "N".
001720
001730 77  SNP-PARM-NAME               PIC X(08) VALUE SPACES.
001740 77  SNP-PARM-VALUE              PIC 9(02) VALUE ZEROS.
001750 77  SNP-KEEP-GENS               PIC 9(02) VALUE ZEROS.
001760
001770 77  SNP-GEN-DATE                PIC 9(08) VALUE ZEROS.
001780 77  SNP-GEN-TIME                PIC 9(08) VALUE ZEROS.
001790 77  SNP-PURGE-DATE              PIC 9(08) VALUE ZEROS.
001800
001810 77  SNP-FX                      PIC 9(02) COMP VALUE 0.
001820 77  SNP-FILE-MAX                PIC 9(02) COMP VALUE 16.
001830 77  SNP-SEQ                     PIC 9(07) COMP VALUE 0.
001840 77  SNP-GEN-COUNT               PIC 9(05) COMP VALUE 0.
001850 77  SNP-DROP-COUNT              PIC 9(05) COMP VALUE 0.
001860 77  SNP-PURGED-RECORDS          PIC 9(07) COMP VALUE 0.
001870 77  SNP-MISSING-COUNT           PIC 9(02) COMP VALUE 0.
001880 77  SNP-TOTAL-RECORDS           PIC 9(09) COMP VALUE 0.
001890
001900******************************************************************
001910* SNP-FILE-NAMES - THE SIXTEEN MASTERS, IN THE ORDER THEY ARE
001920* COPIED AND RECORDED ON THE MANIFEST
001930******************************************************************
001940 01  SNP-FILE-NAMES.
001950     05  FILLER                      PIC X(08) VALUE "EMPMAST".
001960     05  FILLER                      PIC X(08) VALUE "SOMCCM".
001970     05  FILLER                      PIC X(08) VALUE "SOMEBAL".
001980     05  FILLER                      PIC X(08) VALUE "SOMBUDG".
001990     05  FILLER                      PIC X(08) VALUE "SETPARM".
002000     05  FILLER                      PIC X(08) VALUE "SETOPR".
002010     05  FILLER                      PIC X(08) VALUE "SOMSUSF".
002010     05  FILLER                      PIC X(08) VALUE "SOMFXR".
002010     05  FILLER                      PIC X(08) VALUE "SOMSTND".
002010     05  FILLER                      PIC X(08) VALUE "SOMPPAF".
002010     05  FILLER                      PIC X(08) VALUE "SOMCCPH".
002010     05  FILLER                      PIC X(08) VALUE "SOMPEND".
002010     05  FILLER                      PIC X(08) VALUE "SOMSCRF".
002010     05  FILLER                      PIC X(08) VALUE "SOMCCH".
002010     05  FILLER                      PIC X(08) VALUE "SOMALOC".
002010     05  FILLER                      PIC X(08) VALUE "SOMAPERD".
002020
002030 01  SNP-FILE-NAME-TABLE REDEFINES SNP-FILE-NAMES.
002040     05  SNP-FILE-NAME               PIC X(08) OCCURS 16 TIMES.
002050
002060******************************************************************
002070* SNP-RESULT-TABLE - WHAT WAS COPIED FROM EACH MASTER, MOVED TO
002080* THE MANIFEST WHEN THE GENERATION IS COMPLETE
002090******************************************************************
002100 01  SNP-RESULT-TABLE.
002110     05  SNP-RESULT-ENTRY OCCURS 16 TIMES.
002120         10  SNP-RES-PRESENT         PIC X(01).
002130         10  SNP-RES-COUNT           PIC 9(07) COMP.
002140         10  SNP-RES-HASH            PIC S9(13)V99 COMP-3.
002150
002160******************************************************************
002170* SNP-RPT-WORK-LINE AND ITS REDEFINES - THE REGISTER LINE IS BUILT
002180* HERE IN WORKING STORAGE, THEN MOVED INTO THE REPORT-FILE RECORD
002190* JUST BEFORE EACH WRITE.
002200******************************************************************
002210 01  SNP-RPT-WORK-LINE               PIC X(080) VALUE SPACES.
002220
002230 01  SNP-RPT-HEADING REDEFINES SNP-RPT-WORK-LINE.
002240     05  SNP-RPT-HDG-LABEL           PIC X(44).
002250     05  SNP-RPT-HDG-DATE            PIC 9(08).
002260     05  FILLER                      PIC X(28).
002270
002280 01  SNP-RPT-NOTE REDEFINES SNP-RPT-WORK-LINE.
002290     05  SNP-RPT-NOTE-TEXT           PIC X(60).
002300     05  FILLER                      PIC X(20).
002310
002320 01  SNP-RPT-FILE-COLUMNS REDEFINES SNP-RPT-WORK-LINE.
002330     05  FILLER                      PIC X(02).
002340     05  SNP-RPT-FLC-FILE            PIC X(08).
002350     05  FILLER                      PIC X(02).
002360     05  SNP-RPT-FLC-PRESENT         PIC X(11).
002370     05  FILLER                      PIC X(02).
002380     05  SNP-RPT-FLC-COUNT           PIC X(09).
002390     05  FILLER                      PIC X(02).
002400     05  SNP-RPT-FLC-HASH            PIC X(20).
002410     05  FILLER                      PIC X(24).
002420
002430 01  SNP-RPT-FILE-LINE REDEFINES SNP-RPT-WORK-LINE.
002440     05  FILLER                      PIC X(02).
002450     05  SNP-RPT-FIL-FILE            PIC X(08).
002460     05  FILLER                      PIC X(02).
002470     05  SNP-RPT-FIL-PRESENT         PIC X(11).
002480     05  FILLER                      PIC X(02).
002490     05  SNP-RPT-FIL-COUNT           PIC Z(08)9.
002500     05  FILLER                      PIC X(02).
002510     05  SNP-RPT-FIL-HASH            PIC -(16)9.99.
002520     05  FILLER                      PIC X(24).
002530
002540 01  SNP-RPT-GEN-LINE REDEFINES SNP-RPT-WORK-LINE.
002550     05  FILLER                      PIC X(02).
002560     05  SNP-RPT-GEN-DATE            PIC 9(08).
002570     05  FILLER                      PIC X(02).
002580     05  SNP-RPT-GEN-TIME            PIC 9(08).
002590     05  FILLER                      PIC X(02).
002600     05  SNP-RPT-GEN-STATE           PIC X(10).
002610     05  FILLER                      PIC X(02).
002620     05  SNP-RPT-GEN-NOTE            PIC X(20).
002630     05  FILLER                      PIC X(26).
002640
002650 01  SNP-RPT-COUNT-LINE REDEFINES SNP-RPT-WORK-LINE.
002660     05  SNP-RPT-CNT-LABEL           PIC X(40).
002670     05  SNP-RPT-CNT-COUNT           PIC Z(08)9.
002680     05  FILLER                      PIC X(31).
002690
002700 LINKAGE SECTION.
002710 01  SNP-LINK-CYCLE-DATE         PIC 9(08).
002720
002730 PROCEDURE DIVISION USING SNP-LINK-CYCLE-DATE.
002740******************************************************************
002750* 0000-MAINLINE
002760******************************************************************
002770 0000-MAINLINE.
002780
002790     PERFORM 1000-INITIALIZE
002800         THRU 1000-INITIALIZE-EXIT.
002810
002820     IF SNP-INIT-OK
002830         PERFORM 2000-START-GENERATION
002840             THRU 2000-START-GENERATION-EXIT
002850     END-IF.
002860
002870     IF SNP-INIT-OK AND SNP-FAILED-NO
002880         PERFORM 3000-SNAP-MASTERS
002890             THRU 3000-SNAP-MASTERS-EXIT
002900     END-IF.
002910
002920     IF SNP-INIT-OK AND SNP-FAILED-NO
002930         PERFORM 4000-FINISH-GENERATION
002940             THRU 4000-FINISH-GENERATION-EXIT
002950     END-IF.
002960
002970     IF SNP-INIT-OK AND SNP-FAILED-NO
002980         PERFORM 5000-PRUNE-GENERATIONS
002990             THRU 5000-PRUNE-GENERATIONS-EXIT
003000     END-IF.
003010
003020     IF SNP-INIT-OK
003030         PERFORM 6000-LIST-GENERATIONS
003040             THRU 6000-LIST-GENERATIONS-EXIT
003050     END-IF.
003060
003070     PERFORM 9000-TERMINATE
003080         THRU 9000-TERMINATE-EXIT.
003090
003100     GOBACK.
003110
003120******************************************************************
003130* 1000-INITIALIZE - TAKE THE CYCLE DATE AND THE NUMBER OF
003140*                  GENERATIONS TO KEEP, THEN OPEN THE REGISTER,
003150*                  THE SNAPSHOT STORE AND THE MANIFEST (THE LAST
003160*                  TWO ARE CREATED ON THE FIRST NIGHT)
003170******************************************************************
003180 1000-INITIALIZE.
003190
003200*    CALLED BY NIGHTDRV THE CYCLE DATE IS PASSED; STANDALONE THE
003210*    SNAPSHOT IS DATED TODAY.
003220     IF ADDRESS OF SNP-LINK-CYCLE-DATE NOT = NULL
003230         MOVE SNP-LINK-CYCLE-DATE TO SNP-GEN-DATE
003240     ELSE
003250         ACCEPT SNP-GEN-DATE FROM DATE YYYYMMDD
003260     END-IF.
003270
003280     ACCEPT SNP-GEN-TIME FROM TIME.
003290
003300     PERFORM 1400-LOAD-PARAMETERS
003310         THRU 1400-LOAD-PARAMETERS-EXIT.
003320
003330     OPEN OUTPUT REPORT-FILE.
003340
003350     IF NOT SNP-RPT-OK
003360         DISPLAY "SOMSNAP: UNABLE TO OPEN SOMSNRPT, STATUS "
003370             SNP-RPT-STATUS
003380         MOVE 8 TO RETURN-CODE
003390         MOVE "N" TO SNP-INIT-STATUS-SWITCH
003400         GO TO 1000-INITIALIZE-EXIT
003410     END-IF.
003420
003430     MOVE "MASTER FILE SNAPSHOT - GENERATION"
003440         TO SNP-RPT-HDG-LABEL.
003450     MOVE SNP-GEN-DATE TO SNP-RPT-HDG-DATE.
003460     PERFORM 8900-WRITE-REPORT-LINE
003470         THRU 8900-WRITE-REPORT-LINE-EXIT.
003480
003490     OPEN I-O SNAPSHOT-FILE.
003500
003510     IF SNP-SNP-FILE-NOT-FOUND
003520         OPEN OUTPUT SNAPSHOT-FILE
003530         CLOSE SNAPSHOT-FILE
003540         OPEN I-O SNAPSHOT-FILE
003550     END-IF.
003560
003570     IF NOT SNP-SNP-OK
003580         DISPLAY "SOMSNAP: UNABLE TO OPEN SOMSNPF, STATUS "
003590             SNP-SNP-STATUS
003600         MOVE 8 TO RETURN-CODE
003610         MOVE "N" TO SNP-INIT-STATUS-SWITCH
003620         GO TO 1000-INITIALIZE-EXIT
003630     END-IF.
003640
003650     OPEN I-O MANIFEST-FILE.
003660
003670     IF SNP-SNM-FILE-NOT-FOUND
003680         OPEN OUTPUT MANIFEST-FILE
003690         CLOSE MANIFEST-FILE
003700         OPEN I-O MANIFEST-FILE
003710     END-IF.
003720
003730     IF NOT SNP-SNM-OK
003740         DISPLAY "SOMSNAP: UNABLE TO OPEN SOMSNPM, STATUS "
003750             SNP-SNM-STATUS
003760         CLOSE SNAPSHOT-FILE
003770         MOVE 8 TO RETURN-CODE
003780         MOVE "N" TO SNP-INIT-STATUS-SWITCH
003790         GO TO 1000-INITIALIZE-EXIT
003800     END-IF.
003810
003820 1000-INITIALIZE-EXIT.
003830     EXIT.
003840
003850******************************************************************
003860* 1400-LOAD-PARAMETERS - THE NUMBER OF GENERATIONS TO KEEP, FROM
003870*                       SETPARM "SNAPGENS" (DEFAULT 7, AT LEAST 1)
003880******************************************************************
003890 1400-LOAD-PARAMETERS.
003900
003910     OPEN INPUT PARAMETER-FILE.
003920
003930     MOVE "SNAPGENS" TO SNP-PARM-NAME.
003940     MOVE 7          TO SNP-PARM-VALUE.
003950     PERFORM 1410-READ-PARAMETER
003960         THRU 1410-READ-PARAMETER-EXIT.
003970     MOVE SNP-PARM-VALUE TO SNP-KEEP-GENS.
003980
003990     IF SNP-MST-OK OR SNP-MST-STATUS = "23"
004000         CLOSE PARAMETER-FILE
004010     END-IF.
004020
004030     IF SNP-KEEP-GENS < 1
004040         MOVE 1 TO SNP-KEEP-GENS
004050     END-IF.
004060
004070 1400-LOAD-PARAMETERS-EXIT.
004080     EXIT.
004090
004100******************************************************************
004110* 1410-READ-PARAMETER - LOOK UP SNP-PARM-NAME; THE DEFAULT ALREADY
004120*                      IN SNP-PARM-VALUE STANDS IF IT IS MISSING
004130******************************************************************
004140 1410-READ-PARAMETER.
004150
004160     IF NOT SNP-MST-OK AND SNP-MST-STATUS NOT = "23"
004170         GO TO 1410-READ-PARAMETER-EXIT
004180     END-IF.
004190
004200     MOVE SNP-PARM-NAME TO SET-PARAM-KEY.
004210
004220     READ PARAMETER-FILE
004230         KEY IS SET-PARAM-KEY
004240         INVALID KEY
004250             GO TO 1410-READ-PARAMETER-EXIT
004260     END-READ.
004270
004280     IF SNP-MST-OK
004290         MOVE SET-PARAM-VALUE TO SNP-PARM-VALUE
004300     END-IF.
004310
004320 1410-READ-PARAMETER-EXIT.
004330     EXIT.
004340
004350******************************************************************
004360* 2000-START-GENERATION - CLEAR ANY EARLIER SNAPSHOT FOR THIS DATE
004370*                        AND RECORD THE NEW GENERATION AS
004380*                        INCOMPLETE, SO A SNAPSHOT THAT DIES
004390*                        PART-WAY CAN NEVER BE RESTORED
004400******************************************************************
004410 2000-START-GENERATION.
004420
004430     MOVE SNP-GEN-DATE TO SNP-PURGE-DATE.
004440     PERFORM 8500-PURGE-GENERATION
004450         THRU 8500-PURGE-GENERATION-EXIT.
004460
004470     IF SNP-PURGED-RECORDS > 0
004480         MOVE SPACES TO SNP-RPT-WORK-LINE
004490         MOVE "EARLIER SNAPSHOT FOR THIS DATE REPLACED"
004500             TO SNP-RPT-NOTE-TEXT
004510         PERFORM 8900-WRITE-REPORT-LINE
004520             THRU 8900-WRITE-REPORT-LINE-EXIT
004530     END-IF.
004540
004550     INITIALIZE SOM-SNAP-MANIFEST-RECORD.
004560     MOVE SNP-GEN-DATE TO SOM-SNM-GEN-DATE.
004570     MOVE "I"          TO SOM-SNM-STATE.
004580     MOVE SNP-GEN-TIME TO SOM-SNM-TAKEN-TIME.
004590     MOVE SNP-FILE-MAX TO SOM-SNM-FILE-COUNT.
004600
004610     WRITE SOM-SNAP-MANIFEST-RECORD
004620         INVALID KEY
004630             DISPLAY "SOMSNAP: SOMSNPM WRITE FAILED FOR "
004640                 SNP-GEN-DATE ", STATUS " SNP-SNM-STATUS
004650             MOVE "Y" TO SNP-FAILED-SWITCH
004660     END-WRITE.
004670
004680 2000-START-GENERATION-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720* 3000-SNAP-MASTERS - COPY THE SIXTEEN MASTERS IN TURN
004730******************************************************************
004740 3000-SNAP-MASTERS.
004750
004760     MOVE SPACES TO SNP-RPT-WORK-LINE.
004770     PERFORM 8900-WRITE-REPORT-LINE
004780         THRU 8900-WRITE-REPORT-LINE-EXIT.
004790
004800     MOVE "FILE"                 TO SNP-RPT-FLC-FILE.
004810     MOVE "PRESENT"              TO SNP-RPT-FLC-PRESENT.
004820     MOVE "  RECORDS"            TO SNP-RPT-FLC-COUNT.
004830     MOVE "          HASH TOTAL" TO SNP-RPT-FLC-HASH.
004840     PERFORM 8900-WRITE-REPORT-LINE
004850         THRU 8900-WRITE-REPORT-LINE-EXIT.
004860
004870     PERFORM 3100-SNAP-ONE-FILE
004880         THRU 3100-SNAP-ONE-FILE-EXIT
004890         VARYING SNP-FX FROM 1 BY 1
004900         UNTIL SNP-FX > SNP-FILE-MAX OR SNP-FAILED-YES.
004910
004920 3000-SNAP-MASTERS-EXIT.
004930     EXIT.
004940
004950******************************************************************
004960* 3100-SNAP-ONE-FILE - COPY MASTER SNP-FX RECORD BY RECORD, IN ITS
004970*                     KEY ORDER, COUNTING AND HASHING AS IT GOES.
004980*                     A MASTER THAT IS NOT THERE IS NOTED
004990*                     (WARNING);
005000*                     ANY OTHER ERROR FAILS THE SNAPSHOT.
005010******************************************************************
005020 3100-SNAP-ONE-FILE.
005030
005040     MOVE "N"  TO SNP-RES-PRESENT (SNP-FX).
005050     MOVE 0    TO SNP-RES-COUNT (SNP-FX).
005060     MOVE ZERO TO SNP-RES-HASH (SNP-FX).
005070     MOVE 0    TO SNP-SEQ.
005080     MOVE "N"  TO SNP-EOF-SWITCH.
005090
005100     PERFORM 3200-OPEN-MASTER
005110         THRU 3200-OPEN-MASTER-EXIT.
005120
005130     IF SNP-MST-FILE-NOT-FOUND
005140         ADD 1 TO SNP-MISSING-COUNT
005150         DISPLAY "SOMSNAP: " SNP-FILE-NAME (SNP-FX)
005160             " NOT PRESENT, NOTHING COPIED"
005170         GO TO 3100-SNAP-ONE-FILE-LINE
005180     END-IF.
005190
005200     IF SNP-MST-OPEN-NO
005210         DISPLAY "SOMSNAP: UNABLE TO OPEN " SNP-FILE-NAME (SNP-FX)
005220             ", STATUS " SNP-MST-STATUS
005230         MOVE "Y" TO SNP-FAILED-SWITCH
005240         GO TO 3100-SNAP-ONE-FILE-EXIT
005250     END-IF.
005260
005270     MOVE "Y" TO SNP-RES-PRESENT (SNP-FX).
005280
005290     PERFORM 3300-COPY-ONE-RECORD
005300         THRU 3300-COPY-ONE-RECORD-EXIT
005310         UNTIL SNP-EOF-YES OR SNP-FAILED-YES.
005320
005330     PERFORM 3400-CLOSE-MASTER
005340         THRU 3400-CLOSE-MASTER-EXIT.
005350
005360 3100-SNAP-ONE-FILE-LINE.
005370
005380     MOVE SPACES                  TO SNP-RPT-WORK-LINE.
005390     MOVE SNP-FILE-NAME (SNP-FX)  TO SNP-RPT-FIL-FILE.
005400     IF SNP-RES-PRESENT (SNP-FX) = "Y"
005410         MOVE "YES"               TO SNP-RPT-FIL-PRESENT
005420     ELSE
005430         MOVE "NOT PRESENT"       TO SNP-RPT-FIL-PRESENT
005440     END-IF.
005450     MOVE SNP-RES-COUNT (SNP-FX)  TO SNP-RPT-FIL-COUNT.
005460     MOVE SNP-RES-HASH (SNP-FX)   TO SNP-RPT-FIL-HASH.
005470     PERFORM 8900-WRITE-REPORT-LINE
005480         THRU 8900-WRITE-REPORT-LINE-EXIT.
005490
005500     ADD SNP-RES-COUNT (SNP-FX) TO SNP-TOTAL-RECORDS.
005510
005520 3100-SNAP-ONE-FILE-EXIT.
005530     EXIT.
005540
005550******************************************************************
005560* 3200-OPEN-MASTER - OPEN MASTER SNP-FX FOR INPUT AND POSITION IT
005570*                   AT ITS FIRST RECORD
005580******************************************************************
005590 3200-OPEN-MASTER.
005600
005610     MOVE "N" TO SNP-MST-OPEN-SWITCH.
005620
005630     IF SNP-FX = 1
005640         OPEN INPUT EMPLOYEE-FILE
005650         IF SNP-MST-OK
005660             MOVE ZEROS TO EMP-ID
005670             START EMPLOYEE-FILE
005680                 KEY IS NOT LESS THAN EMP-ID
005690                 INVALID KEY
005700                     MOVE "Y" TO SNP-EOF-SWITCH
005710             END-START
005720         END-IF
005730     END-IF.
005740
005750     IF SNP-FX = 2
005760         OPEN INPUT COSTCTR-FILE
005770         IF SNP-MST-OK
005780             MOVE LOW-VALUES TO SOM-CCM-CODE
005790             START COSTCTR-FILE
005800                 KEY IS NOT LESS THAN SOM-CCM-CODE
005810                 INVALID KEY
005820                     MOVE "Y" TO SNP-EOF-SWITCH
005830             END-START
005840         END-IF
005850     END-IF.
005860
005870     IF SNP-FX = 3
005880         OPEN INPUT BALANCE-FILE
005890         IF SNP-MST-OK
005900             MOVE ZEROS TO SOM-EBL-KEY
005910             START BALANCE-FILE
005920                 KEY IS NOT LESS THAN SOM-EBL-KEY
005930                 INVALID KEY
005940                     MOVE "Y" TO SNP-EOF-SWITCH
005950             END-START
005960         END-IF
005970     END-IF.
005980
005990     IF SNP-FX = 4
006000         OPEN INPUT BUDGET-FILE
006010         IF SNP-MST-OK
006020             MOVE LOW-VALUES TO SOM-BUD-KEY
006030             START BUDGET-FILE
006040                 KEY IS NOT LESS THAN SOM-BUD-KEY
006050                 INVALID KEY
006060                     MOVE "Y" TO SNP-EOF-SWITCH
006070             END-START
006080         END-IF
006090     END-IF.
006100
006110     IF SNP-FX = 5
006120         OPEN INPUT PARAMETER-FILE
006130         IF SNP-MST-OK
006140             MOVE LOW-VALUES TO SET-PARAM-KEY
006150             START PARAMETER-FILE
006160                 KEY IS NOT LESS THAN SET-PARAM-KEY
006170                 INVALID KEY
006180                     MOVE "Y" TO SNP-EOF-SWITCH
006190             END-START
006200         END-IF
006210     END-IF.
006220
006230     IF SNP-FX = 6
006240         OPEN INPUT OPERATOR-FILE
006250         IF SNP-MST-OK
006260             MOVE LOW-VALUES TO SET-OPR-ID
006270             START OPERATOR-FILE
006280                 KEY IS NOT LESS THAN SET-OPR-ID
006290                 INVALID KEY
006300                     MOVE "Y" TO SNP-EOF-SWITCH
006310             END-START
006320         END-IF
006330     END-IF.
006340
006350     IF SNP-FX = 7
006360         OPEN INPUT SUSPENSE-FILE
006370         IF SNP-MST-OK
006380             MOVE ZEROS TO SOM-SUS-KEY
006390             START SUSPENSE-FILE
006400                 KEY IS NOT LESS THAN SOM-SUS-KEY
006410                 INVALID KEY
006420                     MOVE "Y" TO SNP-EOF-SWITCH
006430             END-START
006440         END-IF
006450     END-IF.
006460
006460     IF SNP-FX = 8
006460         OPEN INPUT RATE-FILE
006460         IF SNP-MST-OK
006460             MOVE LOW-VALUES TO SOM-FXR-KEY
006460             START RATE-FILE
006460                 KEY IS NOT LESS THAN SOM-FXR-KEY
006460                 INVALID KEY
006460                     MOVE "Y" TO SNP-EOF-SWITCH
006460             END-START
006460         END-IF
006460     END-IF.
006460
006460     IF SNP-FX = 9
006460         OPEN INPUT STANDING-FILE
006460         IF SNP-MST-OK
006460             MOVE ZEROS TO SOM-STD-KEY
006460             START STANDING-FILE
006460                 KEY IS NOT LESS THAN SOM-STD-KEY
006460                 INVALID KEY
006460                     MOVE "Y" TO SNP-EOF-SWITCH
006460             END-START
006460         END-IF
006460     END-IF.
006460
006460     IF SNP-FX = 10
006460         OPEN INPUT PPADJ-FILE
006460         IF SNP-MST-OK
006460             MOVE ZEROS TO SOM-PPA-KEY
006460             START PPADJ-FILE
006460                 KEY IS NOT LESS THAN SOM-PPA-KEY
006460                 INVALID KEY
006460                     MOVE "Y" TO SNP-EOF-SWITCH
006460             END-START
006460         END-IF
006460     END-IF.
006460
006460     IF SNP-FX = 11
006460         OPEN INPUT CCHIST-FILE
006460         IF SNP-MST-OK
006460             MOVE LOW-VALUES TO SOM-CPH-KEY
006460             START CCHIST-FILE
006460                 KEY IS NOT LESS THAN SOM-CPH-KEY
006460                 INVALID KEY
006460                     MOVE "Y" TO SNP-EOF-SWITCH
006460             END-START
006460         END-IF
006460     END-IF.
006460
006460     IF SNP-FX = 12
006460         OPEN INPUT PENDING-FILE
006460         IF SNP-MST-OK
006460             MOVE ZEROS TO SOM-PND-KEY
006460             START PENDING-FILE
006460                 KEY IS NOT LESS THAN SOM-PND-KEY
006460                 INVALID KEY
006460                     MOVE "Y" TO SNP-EOF-SWITCH
006460             END-START
006460         END-IF
006460     END-IF.
006460
006460     IF SNP-FX = 13
006460         OPEN INPUT FLAG-FILE
006460         IF SNP-MST-OK
006460             MOVE ZEROS TO SOM-SCF-KEY
006460             START FLAG-FILE
006460                 KEY IS NOT LESS THAN SOM-SCF-KEY
006460                 INVALID KEY
006460                     MOVE "Y" TO SNP-EOF-SWITCH
006460             END-START
006460         END-IF
006460     END-IF.
006460
006460     IF SNP-FX = 14
006460         OPEN INPUT HIERARCHY-FILE
006460         IF SNP-MST-OK
006460             MOVE LOW-VALUES TO SOM-CCH-CODE
006460             START HIERARCHY-FILE
006460                 KEY IS NOT LESS THAN SOM-CCH-CODE
006460                 INVALID KEY
006460                     MOVE "Y" TO SNP-EOF-SWITCH
006460             END-START
006460         END-IF
006460     END-IF.
006460
006460     IF SNP-FX = 15
006460         OPEN INPUT RULE-FILE
006460         IF SNP-MST-OK
006460             MOVE LOW-VALUES TO SOM-ALC-SOURCE-CC
006460             START RULE-FILE
006460                 KEY IS NOT LESS THAN SOM-ALC-SOURCE-CC
006460                 INVALID KEY
006460                     MOVE "Y" TO SNP-EOF-SWITCH
006460             END-START
006460         END-IF
006460     END-IF.
006460
006460*    SOMAPERD IS ONE SEQUENTIAL RECORD - IT IS READ FROM THE TOP
006460*    WITH NO START.
006460     IF SNP-FX = 16
006460         OPEN INPUT PERIOD-CONTROL-FILE
006460     END-IF.
006460
006470*    AN EMPTY MASTER ANSWERS THE START WITH "23" - IT IS STILL
006480*    OPEN AND PRESENT.
006490     IF SNP-MST-OK OR SNP-EOF-YES
006500         MOVE "Y" TO SNP-MST-OPEN-SWITCH
006510     END-IF.
006520
006530 3200-OPEN-MASTER-EXIT.
006540     EXIT.
006550
006560******************************************************************
006570* 3300-COPY-ONE-RECORD - READ THE NEXT RECORD OF MASTER SNP-FX,
006580*                       ADD IT TO THE HASH AND FILE ITS IMAGE
006590******************************************************************
006600 3300-COPY-ONE-RECORD.
006610
006620     PERFORM 3310-READ-MASTER
006630         THRU 3310-READ-MASTER-EXIT.
006640
006650     IF SNP-EOF-YES OR SNP-FAILED-YES
006660         GO TO 3300-COPY-ONE-RECORD-EXIT
006670     END-IF.
006680
006690     ADD 1 TO SNP-SEQ.
006700     ADD 1 TO SNP-RES-COUNT (SNP-FX).
006710
006720     MOVE SNP-GEN-DATE           TO SOM-SNP-GEN-DATE.
006730     MOVE SNP-FILE-NAME (SNP-FX) TO SOM-SNP-FILE.
006740     MOVE SNP-SEQ                TO SOM-SNP-SEQ.
006750
006760     WRITE SOM-SNAP-RECORD
006770         INVALID KEY
006780             DISPLAY "SOMSNAP: SOMSNPF WRITE FAILED FOR "
006790                 SNP-FILE-NAME (SNP-FX) ", STATUS " SNP-SNP-STATUS
006800             MOVE "Y" TO SNP-FAILED-SWITCH
006810     END-WRITE.
006820
006830 3300-COPY-ONE-RECORD-EXIT.
006840     EXIT.
006850
006860******************************************************************
006870* 3310-READ-MASTER - READ MASTER SNP-FX, MOVE THE RECORD TO THE
006880*                   SNAPSHOT IMAGE AND ADD ITS HASH FIELD: THE
006890*                   AMOUNT FIELD, OR FOR A MASTER WITH NO AMOUNT A
006900*                   NUMERIC FIELD (EMPLOYEE ID, PARAMETER VALUE,
006910*                   OPERATOR EXPIRY DATE, FX RATE, RULE RECEIVER
006912*                   COUNT, LAST ALLOCATED PERIOD).  SOMCCH HAS NO
006914*                   NUMERIC FIELD AND IS PROVED BY ITS RECORD
006916*                   COUNT ALONE.
006920******************************************************************
006930 3310-READ-MASTER.
006940
006950     MOVE SPACES TO SOM-SNP-IMAGE.
006960
006970     IF SNP-FX = 1
006980         READ EMPLOYEE-FILE NEXT RECORD
006990             AT END
007000                 MOVE "Y" TO SNP-EOF-SWITCH
007010                 GO TO 3310-READ-MASTER-EXIT
007020         END-READ
007030         MOVE EMP-MASTER-RECORD TO SOM-SNP-IMAGE
007040         IF EMP-ID NUMERIC
007050             ADD EMP-ID TO SNP-RES-HASH (SNP-FX)
007060         END-IF
007070     END-IF.
007080
007090     IF SNP-FX = 2
007100         READ COSTCTR-FILE NEXT RECORD
007110             AT END
007120                 MOVE "Y" TO SNP-EOF-SWITCH
007130                 GO TO 3310-READ-MASTER-EXIT
007140         END-READ
007150         MOVE SOM-CCM-RECORD TO SOM-SNP-IMAGE
007160         IF SOM-CCM-PTD-AMOUNT NUMERIC
007170             ADD SOM-CCM-PTD-AMOUNT TO SNP-RES-HASH (SNP-FX)
007180         END-IF
007190     END-IF.
007200
007210     IF SNP-FX = 3
007220         READ BALANCE-FILE NEXT RECORD
007230             AT END
007240                 MOVE "Y" TO SNP-EOF-SWITCH
007250                 GO TO 3310-READ-MASTER-EXIT
007260         END-READ
007270         MOVE SOM-EBL-RECORD TO SOM-SNP-IMAGE
007280         IF SOM-EBL-PTD-AMOUNT NUMERIC
007290             ADD SOM-EBL-PTD-AMOUNT TO SNP-RES-HASH (SNP-FX)
007300         END-IF
007310     END-IF.
007320
007330     IF SNP-FX = 4
007340         READ BUDGET-FILE NEXT RECORD
007350             AT END
007360                 MOVE "Y" TO SNP-EOF-SWITCH
007370                 GO TO 3310-READ-MASTER-EXIT
007380         END-READ
007390         MOVE SOM-BUD-RECORD TO SOM-SNP-IMAGE
007400         IF SOM-BUD-AMOUNT NUMERIC
007410             ADD SOM-BUD-AMOUNT TO SNP-RES-HASH (SNP-FX)
007420         END-IF
007430     END-IF.
007440
007450     IF SNP-FX = 5
007460         READ PARAMETER-FILE NEXT RECORD
007470             AT END
007480                 MOVE "Y" TO SNP-EOF-SWITCH
007490                 GO TO 3310-READ-MASTER-EXIT
007500         END-READ
007510         MOVE SET-PARAM-RECORD TO SOM-SNP-IMAGE
007520         IF SET-PARAM-VALUE NUMERIC
007530             ADD SET-PARAM-VALUE TO SNP-RES-HASH (SNP-FX)
007540         END-IF
007550     END-IF.
007560
007570     IF SNP-FX = 6
007580         READ OPERATOR-FILE NEXT RECORD
007590             AT END
007600                 MOVE "Y" TO SNP-EOF-SWITCH
007610                 GO TO 3310-READ-MASTER-EXIT
007620         END-READ
007630         MOVE SET-OPERATOR-RECORD TO SOM-SNP-IMAGE
007640         IF SET-OPR-EXPIRY-DATE NUMERIC
007650             ADD SET-OPR-EXPIRY-DATE TO SNP-RES-HASH (SNP-FX)
007660         END-IF
007670     END-IF.
007680
007690     IF SNP-FX = 7
007700         READ SUSPENSE-FILE NEXT RECORD
007710             AT END
007720                 MOVE "Y" TO SNP-EOF-SWITCH
007730                 GO TO 3310-READ-MASTER-EXIT
007740         END-READ
007750         MOVE SOM-SUSPENSE-RECORD TO SOM-SNP-IMAGE
007760         IF SOM-SUS-AMOUNT NUMERIC
007770             ADD SOM-SUS-AMOUNT TO SNP-RES-HASH (SNP-FX)
007780         END-IF
007790     END-IF.
007800
007800     IF SNP-FX = 8
007800         READ RATE-FILE NEXT RECORD
007800             AT END
007800                 MOVE "Y" TO SNP-EOF-SWITCH
007800                 GO TO 3310-READ-MASTER-EXIT
007800         END-READ
007800         MOVE SOM-FXR-RECORD TO SOM-SNP-IMAGE
007800         IF SOM-FXR-RATE NUMERIC
007800             ADD SOM-FXR-RATE TO SNP-RES-HASH (SNP-FX)
007800         END-IF
007800     END-IF.
007800
007800     IF SNP-FX = 9
007800         READ STANDING-FILE NEXT RECORD
007800             AT END
007800                 MOVE "Y" TO SNP-EOF-SWITCH
007800                 GO TO 3310-READ-MASTER-EXIT
007800         END-READ
007800         MOVE SOM-STD-RECORD TO SOM-SNP-IMAGE
007800         IF SOM-STD-AMOUNT NUMERIC
007800             ADD SOM-STD-AMOUNT TO SNP-RES-HASH (SNP-FX)
007800         END-IF
007800     END-IF.
007800
007800     IF SNP-FX = 10
007800         READ PPADJ-FILE NEXT RECORD
007800             AT END
007800                 MOVE "Y" TO SNP-EOF-SWITCH
007800                 GO TO 3310-READ-MASTER-EXIT
007800         END-READ
007800         MOVE SOM-PPA-RECORD TO SOM-SNP-IMAGE
007800         IF SOM-PPA-AMOUNT NUMERIC
007800             ADD SOM-PPA-AMOUNT TO SNP-RES-HASH (SNP-FX)
007800         END-IF
007800     END-IF.
007800
007800     IF SNP-FX = 11
007800         READ CCHIST-FILE NEXT RECORD
007800             AT END
007800                 MOVE "Y" TO SNP-EOF-SWITCH
007800                 GO TO 3310-READ-MASTER-EXIT
007800         END-READ
007800         MOVE SOM-CPH-RECORD TO SOM-SNP-IMAGE
007800         IF SOM-CPH-CLOSED-AMOUNT NUMERIC
007800             ADD SOM-CPH-CLOSED-AMOUNT TO SNP-RES-HASH (SNP-FX)
007800         END-IF
007800     END-IF.
007800
007800     IF SNP-FX = 12
007800         READ PENDING-FILE NEXT RECORD
007800             AT END
007800                 MOVE "Y" TO SNP-EOF-SWITCH
007800                 GO TO 3310-READ-MASTER-EXIT
007800         END-READ
007800         MOVE SOM-PND-RECORD TO SOM-SNP-IMAGE
007800         IF SOM-PND-AMOUNT NUMERIC
007800             ADD SOM-PND-AMOUNT TO SNP-RES-HASH (SNP-FX)
007800         END-IF
007800     END-IF.
007800
007800     IF SNP-FX = 13
007800         READ FLAG-FILE NEXT RECORD
007800             AT END
007800                 MOVE "Y" TO SNP-EOF-SWITCH
007800                 GO TO 3310-READ-MASTER-EXIT
007800         END-READ
007800         MOVE SOM-SCRF-RECORD TO SOM-SNP-IMAGE
007800         IF SOM-SCF-AMOUNT NUMERIC
007800             ADD SOM-SCF-AMOUNT TO SNP-RES-HASH (SNP-FX)
007800         END-IF
007800     END-IF.
007800
007800     IF SNP-FX = 14
007800         READ HIERARCHY-FILE NEXT RECORD
007800             AT END
007800                 MOVE "Y" TO SNP-EOF-SWITCH
007800                 GO TO 3310-READ-MASTER-EXIT
007800         END-READ
007800         MOVE SOM-CCH-RECORD TO SOM-SNP-IMAGE
007800*        NO NUMERIC FIELD - PROVED BY ITS RECORD COUNT ALONE
007800     END-IF.
007800
007800     IF SNP-FX = 15
007800         READ RULE-FILE NEXT RECORD
007800             AT END
007800                 MOVE "Y" TO SNP-EOF-SWITCH
007800                 GO TO 3310-READ-MASTER-EXIT
007800         END-READ
007800         MOVE SOM-ALC-RECORD TO SOM-SNP-IMAGE
007800         IF SOM-ALC-RECEIVER-COUNT NUMERIC
007800             ADD SOM-ALC-RECEIVER-COUNT TO SNP-RES-HASH (SNP-FX)
007800         END-IF
007800     END-IF.
007800
007800     IF SNP-FX = 16
007800         READ PERIOD-CONTROL-FILE
007800             AT END
007800                 MOVE "Y" TO SNP-EOF-SWITCH
007800                 GO TO 3310-READ-MASTER-EXIT
007800         END-READ
007800         MOVE SOM-ALLOC-CONTROL-RECORD TO SOM-SNP-IMAGE
007800         IF SOM-ALP-LAST-PERIOD NUMERIC
007800             ADD SOM-ALP-LAST-PERIOD TO SNP-RES-HASH (SNP-FX)
007800         END-IF
007800     END-IF.
007800
007810     IF NOT SNP-MST-OK
007820         DISPLAY "SOMSNAP: " SNP-FILE-NAME (SNP-FX)
007830             " READ FAILED, STATUS " SNP-MST-STATUS
007840         MOVE "Y" TO SNP-FAILED-SWITCH
007850     END-IF.
007860
007870 3310-READ-MASTER-EXIT.
007880     EXIT.
007890
007900******************************************************************
007910* 3400-CLOSE-MASTER - CLOSE MASTER SNP-FX
007920******************************************************************
007930 3400-CLOSE-MASTER.
007940
007950     IF SNP-FX = 1
007960         CLOSE EMPLOYEE-FILE
007970     END-IF.
007980     IF SNP-FX = 2
007990         CLOSE COSTCTR-FILE
008000     END-IF.
008010     IF SNP-FX = 3
008020         CLOSE BALANCE-FILE
008030     END-IF.
008040     IF SNP-FX = 4
008050         CLOSE BUDGET-FILE
008060     END-IF.
008070     IF SNP-FX = 5
008080         CLOSE PARAMETER-FILE
008090     END-IF.
008100     IF SNP-FX = 6
008110         CLOSE OPERATOR-FILE
008120     END-IF.
008130     IF SNP-FX = 7
008140         CLOSE SUSPENSE-FILE
008150     END-IF.
008150     IF SNP-FX = 8
008150         CLOSE RATE-FILE
008150     END-IF.
008150     IF SNP-FX = 9
008150         CLOSE STANDING-FILE
008150     END-IF.
008150     IF SNP-FX = 10
008150         CLOSE PPADJ-FILE
008150     END-IF.
008150     IF SNP-FX = 11
008150         CLOSE CCHIST-FILE
008150     END-IF.
008150     IF SNP-FX = 12
008150         CLOSE PENDING-FILE
008150     END-IF.
008150     IF SNP-FX = 13
008150         CLOSE FLAG-FILE
008150     END-IF.
008150     IF SNP-FX = 14
008150         CLOSE HIERARCHY-FILE
008150     END-IF.
008150     IF SNP-FX = 15
008150         CLOSE RULE-FILE
008150     END-IF.
008150     IF SNP-FX = 16
008150         CLOSE PERIOD-CONTROL-FILE
008150     END-IF.
008160
008170 3400-CLOSE-MASTER-EXIT.
008180     EXIT.
008190
008200******************************************************************
008210* 4000-FINISH-GENERATION - EVERY MASTER IS COPIED: PUT THE COUNTS
008220*                         AND HASH TOTALS ON THE MANIFEST AND MARK
008230*                         THE GENERATION COMPLETE
008240******************************************************************
008250 4000-FINISH-GENERATION.
008260
008270     MOVE SNP-GEN-DATE TO SOM-SNM-GEN-DATE.
008280
008290     READ MANIFEST-FILE
008300         KEY IS SOM-SNM-GEN-DATE
008310         INVALID KEY
008320             DISPLAY "SOMSNAP: SOMSNPM RECORD FOR " SNP-GEN-DATE
008330                 " LOST, STATUS " SNP-SNM-STATUS
008340             MOVE "Y" TO SNP-FAILED-SWITCH
008350             GO TO 4000-FINISH-GENERATION-EXIT
008360     END-READ.
008370
008380     PERFORM 4100-FILL-MANIFEST-ENTRY
008390         THRU 4100-FILL-MANIFEST-ENTRY-EXIT
008400         VARYING SNP-FX FROM 1 BY 1
008410         UNTIL SNP-FX > SNP-FILE-MAX.
008420
008430     MOVE "C" TO SOM-SNM-STATE.
008440
008450     REWRITE SOM-SNAP-MANIFEST-RECORD
008460         INVALID KEY
008470             DISPLAY "SOMSNAP: SOMSNPM REWRITE FAILED FOR "
008480                 SNP-GEN-DATE ", STATUS " SNP-SNM-STATUS
008490             MOVE "Y" TO SNP-FAILED-SWITCH
008500     END-REWRITE.
008510
008520 4000-FINISH-GENERATION-EXIT.
008530     EXIT.
008540
008550******************************************************************
008560* 4100-FILL-MANIFEST-ENTRY - ONE MASTER'S FIGURES ONTO THE
008570*                           MANIFEST
008580******************************************************************
008590 4100-FILL-MANIFEST-ENTRY.
008600
008610     MOVE SNP-FILE-NAME (SNP-FX)   TO SOM-SNM-FILE (SNP-FX).
008620     MOVE SNP-RES-PRESENT (SNP-FX) TO SOM-SNM-PRESENT (SNP-FX).
008630     MOVE SNP-RES-COUNT (SNP-FX)   TO SOM-SNM-REC-COUNT (SNP-FX).
008640     MOVE SNP-RES-HASH (SNP-FX)    TO SOM-SNM-HASH (SNP-FX).
008650
008660 4100-FILL-MANIFEST-ENTRY-EXIT.
008670     EXIT.
008680
008690******************************************************************
008700* 5000-PRUNE-GENERATIONS - COUNT THE GENERATIONS ON THE MANIFEST
008710*                         AND DROP THE OLDEST UNTIL ONLY THE
008720*                         SNAPGENS NUMBER REMAIN
008730******************************************************************
008740 5000-PRUNE-GENERATIONS.
008750
008760     MOVE 0 TO SNP-GEN-COUNT.
008770     MOVE "N" TO SNP-EOF-SWITCH.
008780     MOVE ZEROS TO SOM-SNM-GEN-DATE.
008790
008800     START MANIFEST-FILE
008810         KEY IS NOT LESS THAN SOM-SNM-GEN-DATE
008820         INVALID KEY
008830             MOVE "Y" TO SNP-EOF-SWITCH
008840     END-START.
008850
008860     PERFORM 5100-COUNT-ONE-GENERATION
008870         THRU 5100-COUNT-ONE-GENERATION-EXIT
008880         UNTIL SNP-EOF-YES.
008890
008900     IF SNP-GEN-COUNT NOT > SNP-KEEP-GENS
008910         GO TO 5000-PRUNE-GENERATIONS-EXIT
008920     END-IF.
008930
008940     COMPUTE SNP-DROP-COUNT = SNP-GEN-COUNT - SNP-KEEP-GENS.
008950
008960     MOVE SPACES TO SNP-RPT-WORK-LINE.
008970     PERFORM 8900-WRITE-REPORT-LINE
008980         THRU 8900-WRITE-REPORT-LINE-EXIT.
008990     MOVE "GENERATIONS DROPPED" TO SNP-RPT-NOTE-TEXT.
009000     PERFORM 8900-WRITE-REPORT-LINE
009010         THRU 8900-WRITE-REPORT-LINE-EXIT.
009020
009030     PERFORM 5200-DROP-OLDEST-GENERATION
009040         THRU 5200-DROP-OLDEST-GENERATION-EXIT
009050         UNTIL SNP-DROP-COUNT = 0 OR SNP-FAILED-YES.
009060
009070 5000-PRUNE-GENERATIONS-EXIT.
009080     EXIT.
009090
009100******************************************************************
009110* 5100-COUNT-ONE-GENERATION - READ AND COUNT ONE MANIFEST RECORD
009120******************************************************************
009130 5100-COUNT-ONE-GENERATION.
009140
009150     READ MANIFEST-FILE NEXT RECORD
009160         AT END
009170             MOVE "Y" TO SNP-EOF-SWITCH
009180             GO TO 5100-COUNT-ONE-GENERATION-EXIT
009190     END-READ.
009200
009210     ADD 1 TO SNP-GEN-COUNT.
009220
009230 5100-COUNT-ONE-GENERATION-EXIT.
009240     EXIT.
009250
009260******************************************************************
009270* 5200-DROP-OLDEST-GENERATION - THE FIRST MANIFEST RECORD IS THE
009280*                              OLDEST GENERATION: DELETE ITS
009290*                              SNAPSHOT RECORDS, THEN THE MANIFEST
009300*                              RECORD ITSELF
009310******************************************************************
009320 5200-DROP-OLDEST-GENERATION.
009330
009340     MOVE ZEROS TO SOM-SNM-GEN-DATE.
009350
009360     START MANIFEST-FILE
009370         KEY IS NOT LESS THAN SOM-SNM-GEN-DATE
009380         INVALID KEY
009390             MOVE 0 TO SNP-DROP-COUNT
009400             GO TO 5200-DROP-OLDEST-GENERATION-EXIT
009410     END-START.
009420
009430     READ MANIFEST-FILE NEXT RECORD
009440         AT END
009450             MOVE 0 TO SNP-DROP-COUNT
009460             GO TO 5200-DROP-OLDEST-GENERATION-EXIT
009470     END-READ.
009480
009490*    NEVER TONIGHT'S OWN GENERATION, WHATEVER THE SETTING.
009500     IF SOM-SNM-GEN-DATE = SNP-GEN-DATE
009510         MOVE 0 TO SNP-DROP-COUNT
009520         GO TO 5200-DROP-OLDEST-GENERATION-EXIT
009530     END-IF.
009540
009550     MOVE SPACES            TO SNP-RPT-WORK-LINE.
009560     MOVE SOM-SNM-GEN-DATE   TO SNP-RPT-GEN-DATE.
009570     MOVE SOM-SNM-TAKEN-TIME TO SNP-RPT-GEN-TIME.
009580     MOVE "DROPPED"          TO SNP-RPT-GEN-STATE.
009590     PERFORM 8900-WRITE-REPORT-LINE
009600         THRU 8900-WRITE-REPORT-LINE-EXIT.
009610
009620     MOVE SOM-SNM-GEN-DATE TO SNP-PURGE-DATE.
009630
009640     DELETE MANIFEST-FILE RECORD
009650         INVALID KEY
009660             DISPLAY "SOMSNAP: SOMSNPM DELETE FAILED FOR "
009670                 SNP-PURGE-DATE ", STATUS " SNP-SNM-STATUS
009680             MOVE "Y" TO SNP-FAILED-SWITCH
009690             GO TO 5200-DROP-OLDEST-GENERATION-EXIT
009700     END-DELETE.
009710
009720     PERFORM 8500-PURGE-GENERATION
009730         THRU 8500-PURGE-GENERATION-EXIT.
009740
009750     SUBTRACT 1 FROM SNP-DROP-COUNT.
009760
009770 5200-DROP-OLDEST-GENERATION-EXIT.
009780     EXIT.
009790
009800******************************************************************
009810* 6000-LIST-GENERATIONS - THE GENERATIONS NOW HELD, OLDEST FIRST,
009820*                        AND THE NIGHT'S COUNTS
009830******************************************************************
009840 6000-LIST-GENERATIONS.
009850
009860     MOVE SPACES TO SNP-RPT-WORK-LINE.
009870     PERFORM 8900-WRITE-REPORT-LINE
009880         THRU 8900-WRITE-REPORT-LINE-EXIT.
009890     MOVE "GENERATIONS HELD" TO SNP-RPT-NOTE-TEXT.
009900     PERFORM 8900-WRITE-REPORT-LINE
009910         THRU 8900-WRITE-REPORT-LINE-EXIT.
009920
009930     MOVE 0 TO SNP-GEN-COUNT.
009940     MOVE "N" TO SNP-EOF-SWITCH.
009950     MOVE ZEROS TO SOM-SNM-GEN-DATE.
009960
009970     START MANIFEST-FILE
009980         KEY IS NOT LESS THAN SOM-SNM-GEN-DATE
009990         INVALID KEY
010000             MOVE "Y" TO SNP-EOF-SWITCH
010010     END-START.
010020
010030     PERFORM 6100-LIST-ONE-GENERATION
010040         THRU 6100-LIST-ONE-GENERATION-EXIT
010050         UNTIL SNP-EOF-YES.
010060
010070     MOVE SPACES TO SNP-RPT-WORK-LINE.
010080     PERFORM 8900-WRITE-REPORT-LINE
010090         THRU 8900-WRITE-REPORT-LINE-EXIT.
010100
010110     MOVE "RECORDS COPIED"            TO SNP-RPT-CNT-LABEL.
010120     MOVE SNP-TOTAL-RECORDS           TO SNP-RPT-CNT-COUNT.
010130     PERFORM 8900-WRITE-REPORT-LINE
010140         THRU 8900-WRITE-REPORT-LINE-EXIT.
010150
010160     MOVE "MASTERS NOT PRESENT"       TO SNP-RPT-CNT-LABEL.
010170     MOVE SNP-MISSING-COUNT           TO SNP-RPT-CNT-COUNT.
010180     PERFORM 8900-WRITE-REPORT-LINE
010190         THRU 8900-WRITE-REPORT-LINE-EXIT.
010200
010210     MOVE "GENERATIONS HELD"          TO SNP-RPT-CNT-LABEL.
010220     MOVE SNP-GEN-COUNT               TO SNP-RPT-CNT-COUNT.
010230     PERFORM 8900-WRITE-REPORT-LINE
010240         THRU 8900-WRITE-REPORT-LINE-EXIT.
010250
010260     MOVE "GENERATIONS TO KEEP (SNAPGENS)" TO SNP-RPT-CNT-LABEL.
010270     MOVE SNP-KEEP-GENS               TO SNP-RPT-CNT-COUNT.
010280     PERFORM 8900-WRITE-REPORT-LINE
010290         THRU 8900-WRITE-REPORT-LINE-EXIT.
010300
010310     IF SNP-FAILED-YES
010320         MOVE "*** SNAPSHOT FAILED - THIS GENERATION CANNOT BE "
010330             TO SNP-RPT-NOTE-TEXT
010340         PERFORM 8900-WRITE-REPORT-LINE
010350             THRU 8900-WRITE-REPORT-LINE-EXIT
010360         MOVE "    RESTORED" TO SNP-RPT-NOTE-TEXT
010370         PERFORM 8900-WRITE-REPORT-LINE
010380             THRU 8900-WRITE-REPORT-LINE-EXIT
010390     END-IF.
010400
010410 6000-LIST-GENERATIONS-EXIT.
010420     EXIT.
010430
010440******************************************************************
010450* 6100-LIST-ONE-GENERATION - READ AND PRINT ONE MANIFEST RECORD
010460******************************************************************
010470 6100-LIST-ONE-GENERATION.
010480
010490     READ MANIFEST-FILE NEXT RECORD
010500         AT END
010510             MOVE "Y" TO SNP-EOF-SWITCH
010520             GO TO 6100-LIST-ONE-GENERATION-EXIT
010530     END-READ.
010540
010550     ADD 1 TO SNP-GEN-COUNT.
010560
010570     MOVE SPACES             TO SNP-RPT-WORK-LINE.
010580     MOVE SOM-SNM-GEN-DATE   TO SNP-RPT-GEN-DATE.
010590     MOVE SOM-SNM-TAKEN-TIME TO SNP-RPT-GEN-TIME.
010600
010610     IF SOM-SNM-COMPLETE
010620         MOVE "COMPLETE"     TO SNP-RPT-GEN-STATE
010630     ELSE
010640         MOVE "INCOMPLETE"   TO SNP-RPT-GEN-STATE
010650     END-IF.
010660
010670     IF SOM-SNM-GEN-DATE = SNP-GEN-DATE
010680         MOVE "TONIGHT"      TO SNP-RPT-GEN-NOTE
010690     END-IF.
010700
010710     PERFORM 8900-WRITE-REPORT-LINE
010720         THRU 8900-WRITE-REPORT-LINE-EXIT.
010730
010740 6100-LIST-ONE-GENERATION-EXIT.
010750     EXIT.
010760
010770******************************************************************
010780* 8500-PURGE-GENERATION - DELETE EVERY SNAPSHOT RECORD FILED UNDER
010790*                        SNP-PURGE-DATE
010800******************************************************************
010810 8500-PURGE-GENERATION.
010820
010830     MOVE 0   TO SNP-PURGED-RECORDS.
010840     MOVE "N" TO SNP-EOF-SWITCH.
010850
010860     MOVE SNP-PURGE-DATE TO SOM-SNP-GEN-DATE.
010870     MOVE LOW-VALUES     TO SOM-SNP-FILE.
010880     MOVE ZEROS          TO SOM-SNP-SEQ.
010890
010900     START SNAPSHOT-FILE
010910         KEY IS NOT LESS THAN SOM-SNP-KEY
010920         INVALID KEY
010930             MOVE "Y" TO SNP-EOF-SWITCH
010940     END-START.
010950
010960     PERFORM 8510-PURGE-ONE-RECORD
010970         THRU 8510-PURGE-ONE-RECORD-EXIT
010980         UNTIL SNP-EOF-YES OR SNP-FAILED-YES.
010990
011000 8500-PURGE-GENERATION-EXIT.
011010     EXIT.
011020
011030******************************************************************
011040* 8510-PURGE-ONE-RECORD - DELETE THE NEXT RECORD OF THE GENERATION
011050******************************************************************
011060 8510-PURGE-ONE-RECORD.
011070
011080     READ SNAPSHOT-FILE NEXT RECORD
011090         AT END
011100             MOVE "Y" TO SNP-EOF-SWITCH
011110             GO TO 8510-PURGE-ONE-RECORD-EXIT
011120     END-READ.
011130
011140     IF SOM-SNP-GEN-DATE NOT = SNP-PURGE-DATE
011150         MOVE "Y" TO SNP-EOF-SWITCH
011160         GO TO 8510-PURGE-ONE-RECORD-EXIT
011170     END-IF.
011180
011190     DELETE SNAPSHOT-FILE RECORD
011200         INVALID KEY
011210             DISPLAY "SOMSNAP: SOMSNPF DELETE FAILED FOR "
011220                 SNP-PURGE-DATE ", STATUS " SNP-SNP-STATUS
011230             MOVE "Y" TO SNP-FAILED-SWITCH
011240             GO TO 8510-PURGE-ONE-RECORD-EXIT
011250     END-DELETE.
011260
011270     ADD 1 TO SNP-PURGED-RECORDS.
011280
011290 8510-PURGE-ONE-RECORD-EXIT.
011300     EXIT.
011310
011320******************************************************************
011330* 8900-WRITE-REPORT-LINE - MOVE THE WORK LINE TO THE REPORT
011340*                         RECORD, WRITE IT AND CHECK THE STATUS
011350******************************************************************
011360 8900-WRITE-REPORT-LINE.
011370
011380     MOVE SNP-RPT-WORK-LINE TO SOM-SNAP-REPORT-LINE.
011390     WRITE SOM-SNAP-REPORT-LINE.
011400
011410     IF NOT SNP-RPT-OK
011420         DISPLAY "SOMSNAP: SOMSNRPT WRITE FAILED, STATUS "
011430             SNP-RPT-STATUS
011440     END-IF.
011450
011460     MOVE SPACES TO SNP-RPT-WORK-LINE.
011470
011480 8900-WRITE-REPORT-LINE-EXIT.
011490     EXIT.
011500
011510******************************************************************
011520* 9000-TERMINATE - CLOSE UP AND SET THE RETURN CODE: 8 WHEN THE
011530*                 SNAPSHOT FAILED, 4 WHEN A MASTER WAS MISSING
011540******************************************************************
011550 9000-TERMINATE.
011560
011570     IF SNP-INIT-FAILED
011580         GO TO 9000-TERMINATE-EXIT
011590     END-IF.
011600
011610     CLOSE SNAPSHOT-FILE.
011620     CLOSE MANIFEST-FILE.
011630     CLOSE REPORT-FILE.
011640
011650     IF SNP-FAILED-YES
011660         DISPLAY "SOMSNAP: SNAPSHOT " SNP-GEN-DATE " FAILED"
011670         MOVE 8 TO RETURN-CODE
011680     ELSE
011690         DISPLAY "SOMSNAP: SNAPSHOT " SNP-GEN-DATE " TAKEN, "
011700             SNP-TOTAL-RECORDS " RECORDS"
011710         IF SNP-MISSING-COUNT > 0
011720             MOVE 4 TO RETURN-CODE
011730         ELSE
011740             MOVE 0 TO RETURN-CODE
011750         END-IF
011760     END-IF.
011770
011780 9000-TERMINATE-EXIT.
011790     EXIT.
011800
011810 END PROGRAM SOMSNAP.
