000010******************************************************************
000020* PROGRAM:     SOMPARL
000030* AUTHOR:      J. ALVES NOGUEIRA
000040* INSTALLATION: LEARNING-COBOL BATCH SHOP
000050* DATE-WRITTEN: 2026-10-01
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     PARALLEL POSTING TRIAL.  SOMANDO IS RUN TWICE OVER
000090*              THE SAME DAY'S INPUT - LEG A BY KEYED READS AS IN
000100*              PRODUCTION, LEG B WITH THE REFERENCE MASTERS HELD
000110*              IN STORAGE - EACH AGAINST ITS OWN SCRATCH COPIES OF
000120*              EVERY FILE THE POSTING STEP WRITES.  THIS PROGRAM
000130*              SETS THE TWO LEGS UP AND THEN PROVES THEM EQUAL.
000140*              SYSIN GIVES THE FUNCTION:
000150*                LOAD    - COPY THE PRODUCTION SOMCCM AND
000160*                          SOMEBAL INTO BOTH LEGS AND EMPTY EVERY
000170*                          OTHER LEG FILE, SO BOTH START FROM ONE
000180*                          STATE.
000190*                COMPARE - READ EVERY LEG FILE PAIR RECORD BY
000200*                          RECORD (INDEXED FILES MATCHED BY KEY,
000210*                          FLAT FILES BY POSITION) AND PRINT THE
000220*                          COUNTS, THE RESULT AND THE FIRST FEW
000230*                          DIFFERENCES OF EACH ON SOMPLRPT.  THE
000240*                          SOMALRT TIME OF DAY IS NOT COMPARED.
000250*              RETURN CODE 0 LOADED / LEGS IDENTICAL, 4 THE LEGS
000260*              DIFFER, 8 A FILE COULD NOT BE USED OR THE FUNCTION
000270*              IS NOT KNOWN.
000280*-----------------------------------------------------------------
000290* MODIFICATION HISTORY:
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-01 JAN   ORIGINAL VERSION - TRIAL RUNS OF THE IN-
000320*                    STORAGE POSTING PATH AGAINST THE KEYED ONE
000330*                    BEFORE CUTOVER.
000340* Tectonics: cobc
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. SOMPARL.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PROD-EBAL-FILE ASSIGN "SOMEBAL"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS SPL-PEBL-KEY
000460         FILE STATUS IS SPL-P-STATUS.
000470
000480     SELECT PROD-CCM-FILE ASSIGN "SOMCCM"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS SPL-PCCM-KEY
000520         FILE STATUS IS SPL-P-STATUS.
000530
000540     SELECT A-RPT-FILE ASSIGN "ARPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS SPL-A-STATUS.
000570
000580     SELECT B-RPT-FILE ASSIGN "BRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS SPL-B-STATUS.
000610
000620     SELECT A-EXT-FILE ASSIGN "AEXT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS SPL-A-STATUS.
000650
000660     SELECT B-EXT-FILE ASSIGN "BEXT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS SPL-B-STATUS.
000690
000700     SELECT A-EXC-FILE ASSIGN "AEXC"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS SPL-A-STATUS.
000730
000740     SELECT B-EXC-FILE ASSIGN "BEXC"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS SPL-B-STATUS.
000770
000780     SELECT A-REJ-FILE ASSIGN "AREJ"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS SPL-A-STATUS.
000810
000820     SELECT B-REJ-FILE ASSIGN "BREJ"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS SPL-B-STATUS.
000850
000860     SELECT A-CKPT-FILE ASSIGN "ACKPT"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS SPL-A-STATUS.
000890
000900     SELECT B-CKPT-FILE ASSIGN "BCKPT"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS SPL-B-STATUS.
000930
000940     SELECT A-ALRT-FILE ASSIGN "AALRT"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS SPL-A-STATUS.
000970
000980     SELECT B-ALRT-FILE ASSIGN "BALRT"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS SPL-B-STATUS.
001010
001020     SELECT A-EBAL-FILE ASSIGN "AEBAL"
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS DYNAMIC
001050         RECORD KEY IS SPL-AEBL-KEY
001060         FILE STATUS IS SPL-A-STATUS.
001070
001080     SELECT B-EBAL-FILE ASSIGN "BEBAL"
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001110         RECORD KEY IS SPL-BEBL-KEY
001120         FILE STATUS IS SPL-B-STATUS.
001130
001140     SELECT A-CCM-FILE ASSIGN "ACCM"
001150         ORGANIZATION IS INDEXED
001160         ACCESS MODE IS DYNAMIC
001170         RECORD KEY IS SPL-ACCM-KEY
001180         FILE STATUS IS SPL-A-STATUS.
001190
001200     SELECT B-CCM-FILE ASSIGN "BCCM"
001210         ORGANIZATION IS INDEXED
001220         ACCESS MODE IS DYNAMIC
001230         RECORD KEY IS SPL-BCCM-KEY
001240         FILE STATUS IS SPL-B-STATUS.
001250
001260     SELECT A-THIST-FILE ASSIGN "ATHIST"
001270         ORGANIZATION IS INDEXED
001280         ACCESS MODE IS DYNAMIC
001290         RECORD KEY IS SPL-AHIS-KEY
001300         FILE STATUS IS SPL-A-STATUS.
001310
001320     SELECT B-THIST-FILE ASSIGN "BTHIST"
001330         ORGANIZATION IS INDEXED
001340         ACCESS MODE IS DYNAMIC
001350         RECORD KEY IS SPL-BHIS-KEY
001360         FILE STATUS IS SPL-B-STATUS.
001370
001380     SELECT A-PEND-FILE ASSIGN "APEND"
001390         ORGANIZATION IS INDEXED
001400         ACCESS MODE IS DYNAMIC
001410         RECORD KEY IS SPL-APND-KEY
001420         FILE STATUS IS SPL-A-STATUS.
001430
001440     SELECT B-PEND-FILE ASSIGN "BPEND"
001450         ORGANIZATION IS INDEXED
001460         ACCESS MODE IS DYNAMIC
001470         RECORD KEY IS SPL-BPND-KEY
001480         FILE STATUS IS SPL-B-STATUS.
001490
001500     SELECT A-PPAF-FILE ASSIGN "APPAF"
001510         ORGANIZATION IS INDEXED
001520         ACCESS MODE IS DYNAMIC
001530         RECORD KEY IS SPL-APPA-KEY
001540         FILE STATUS IS SPL-A-STATUS.
001550
001560     SELECT B-PPAF-FILE ASSIGN "BPPAF"
001570         ORGANIZATION IS INDEXED
001580         ACCESS MODE IS DYNAMIC
001590         RECORD KEY IS SPL-BPPA-KEY
001600         FILE STATUS IS SPL-B-STATUS.
001610
001620     SELECT A-EXTH-FILE ASSIGN "AEXTH"
001630         ORGANIZATION IS INDEXED
001640         ACCESS MODE IS DYNAMIC
001650         RECORD KEY IS SPL-AEXH-KEY
001660         FILE STATUS IS SPL-A-STATUS.
001670
001680     SELECT B-EXTH-FILE ASSIGN "BEXTH"
001690         ORGANIZATION IS INDEXED
001700         ACCESS MODE IS DYNAMIC
001710         RECORD KEY IS SPL-BEXH-KEY
001720         FILE STATUS IS SPL-B-STATUS.
001730
001740     SELECT REPORT-FILE ASSIGN "SOMPLRPT"
001750         ORGANIZATION IS LINE SEQUENTIAL
001760         FILE STATUS IS SPL-RPT-STATUS.
001770
001780 DATA DIVISION.
001790 FILE SECTION.
001800******************************************************************
001810* THE LEG FILES ARE READ AND WRITTEN AS PLAIN IMAGES OF THE
001820* POSTING STEP'S OWN LAYOUTS (SOMRPT, SOMEXT, SOMEXC, SOMREJ,
001830* SOMCKPT, SOMALRT, SOMEBAL, SOMCCM, SOMHIST, SOMPEND, SOMPPA AND
001840* SOMEXTH) - SAME LENGTHS, SAME KEY POSITIONS - SO NO FIELD NEEDS
001850* TO BE NAMED TO COPY OR COMPARE THEM.
001860******************************************************************
001870 FD  PROD-EBAL-FILE
001880     LABEL RECORDS ARE STANDARD.
001890 01  SPL-PEBL-RECORD.
001900     05  SPL-PEBL-KEY                PIC X(12).
001910     05  FILLER                      PIC X(19).
001920
001930 FD  PROD-CCM-FILE
001940     LABEL RECORDS ARE STANDARD.
001950 01  SPL-PCCM-RECORD.
001960     05  SPL-PCCM-KEY                PIC X(04).
001970     05  FILLER                      PIC X(47).
001980
001990 FD  A-RPT-FILE
002000     LABEL RECORDS ARE STANDARD.
002010 01  SPL-ARPT-RECORD                 PIC X(80).
002020
002030 FD  B-RPT-FILE
002040     LABEL RECORDS ARE STANDARD.
002050 01  SPL-BRPT-RECORD                 PIC X(80).
002060
002070 FD  A-EXT-FILE
002080     LABEL RECORDS ARE STANDARD.
002090 01  SPL-AEXT-RECORD                 PIC X(42).
002100
002110 FD  B-EXT-FILE
002120     LABEL RECORDS ARE STANDARD.
002130 01  SPL-BEXT-RECORD                 PIC X(42).
002140
002150 FD  A-EXC-FILE
002160     LABEL RECORDS ARE STANDARD.
002170 01  SPL-AEXC-RECORD                 PIC X(83).
002180
002190 FD  B-EXC-FILE
002200     LABEL RECORDS ARE STANDARD.
002210 01  SPL-BEXC-RECORD                 PIC X(83).
002220
002230 FD  A-REJ-FILE
002240     LABEL RECORDS ARE STANDARD.
002250 01  SPL-AREJ-RECORD                 PIC X(53).
002260
002270 FD  B-REJ-FILE
002280     LABEL RECORDS ARE STANDARD.
002290 01  SPL-BREJ-RECORD                 PIC X(53).
002300
002310 FD  A-CKPT-FILE
002320     LABEL RECORDS ARE STANDARD.
002330 01  SPL-ACKP-RECORD                 PIC X(36).
002340
002350 FD  B-CKPT-FILE
002360     LABEL RECORDS ARE STANDARD.
002370 01  SPL-BCKP-RECORD                 PIC X(36).
002380
002390 FD  A-ALRT-FILE
002400     LABEL RECORDS ARE STANDARD.
002410 01  SPL-AALT-RECORD                 PIC X(89).
002420
002430 FD  B-ALRT-FILE
002440     LABEL RECORDS ARE STANDARD.
002450 01  SPL-BALT-RECORD                 PIC X(89).
002460
002470 FD  A-EBAL-FILE
002480     LABEL RECORDS ARE STANDARD.
002490 01  SPL-AEBL-RECORD.
002500     05  SPL-AEBL-KEY                PIC X(12).
002510     05  FILLER                      PIC X(19).
002520
002530 FD  B-EBAL-FILE
002540     LABEL RECORDS ARE STANDARD.
002550 01  SPL-BEBL-RECORD.
002560     05  SPL-BEBL-KEY                PIC X(12).
002570     05  FILLER                      PIC X(19).
002580
002590 FD  A-CCM-FILE
002600     LABEL RECORDS ARE STANDARD.
002610 01  SPL-ACCM-RECORD.
002620     05  SPL-ACCM-KEY                PIC X(04).
002630     05  FILLER                      PIC X(47).
002640
002650 FD  B-CCM-FILE
002660     LABEL RECORDS ARE STANDARD.
002670 01  SPL-BCCM-RECORD.
002680     05  SPL-BCCM-KEY                PIC X(04).
002690     05  FILLER                      PIC X(47).
002700
002710 FD  A-THIST-FILE
002720     LABEL RECORDS ARE STANDARD.
002730 01  SPL-AHIS-RECORD.
002740     05  SPL-AHIS-KEY                PIC X(16).
002750     05  FILLER                      PIC X(68).
002760
002770 FD  B-THIST-FILE
002780     LABEL RECORDS ARE STANDARD.
002790 01  SPL-BHIS-RECORD.
002800     05  SPL-BHIS-KEY                PIC X(16).
002810     05  FILLER                      PIC X(68).
002820
002830 FD  A-PEND-FILE
002840     LABEL RECORDS ARE STANDARD.
002850 01  SPL-APND-RECORD.
002860     05  SPL-APND-KEY                PIC X(14).
002870     05  FILLER                      PIC X(56).
002880
002890 FD  B-PEND-FILE
002900     LABEL RECORDS ARE STANDARD.
002910 01  SPL-BPND-RECORD.
002920     05  SPL-BPND-KEY                PIC X(14).
002930     05  FILLER                      PIC X(56).
002940
002950 FD  A-PPAF-FILE
002960     LABEL RECORDS ARE STANDARD.
002970 01  SPL-APPA-RECORD.
002980     05  SPL-APPA-KEY                PIC X(14).
002990     05  FILLER                      PIC X(46).
003000
003010 FD  B-PPAF-FILE
003020     LABEL RECORDS ARE STANDARD.
003030 01  SPL-BPPA-RECORD.
003040     05  SPL-BPPA-KEY                PIC X(14).
003050     05  FILLER                      PIC X(46).
003060
003070 FD  A-EXTH-FILE
003080     LABEL RECORDS ARE STANDARD.
003090 01  SPL-AEXH-RECORD.
003100     05  SPL-AEXH-KEY                PIC X(08).
003110     05  FILLER                      PIC X(31).
003120
003130 FD  B-EXTH-FILE
003140     LABEL RECORDS ARE STANDARD.
003150 01  SPL-BEXH-RECORD.
003160     05  SPL-BEXH-KEY                PIC X(08).
003170     05  FILLER                      PIC X(31).
003180
003190 FD  REPORT-FILE
003200     LABEL RECORDS ARE STANDARD.
003210 COPY SOMPLRPT.
003220
003230 WORKING-STORAGE SECTION.
003240*    ONE STATUS SERVES EVERY LEG A FILE, ONE EVERY LEG B FILE AND
003250*    ONE BOTH PRODUCTION MASTERS - ONLY ONE OF EACH IS OPEN AT A
003260*    TIME
003270 77  SPL-A-STATUS                PIC X(02) VALUE "00".
003280     88  SPL-A-OK                           VALUE "00".
003290     88  SPL-A-FILE-NOT-FOUND               VALUE "35".
003300
003310 77  SPL-B-STATUS                PIC X(02) VALUE "00".
003320     88  SPL-B-OK                           VALUE "00".
003330     88  SPL-B-FILE-NOT-FOUND               VALUE "35".
003340
003350 77  SPL-P-STATUS                PIC X(02) VALUE "00".
003360     88  SPL-P-OK                           VALUE "00".
003370
003380 77  SPL-RPT-STATUS              PIC X(02) VALUE "00".
003390     88  SPL-RPT-OK                         VALUE "00".
003400
003410 77  SPL-INIT-STATUS-SWITCH      PIC X(01) VALUE "Y".
003420     88  SPL-INIT-OK                        VALUE "Y".
003430     88  SPL-INIT-FAILED                    VALUE "N".
003440
003450 77  SPL-FAILED-SWITCH           PIC X(01) VALUE "N".
003460     88  SPL-FAILED-YES                     VALUE "Y".
003470     88  SPL-FAILED-NO                      VALUE "N".
003480
003490 77  SPL-A-OPEN-SWITCH           PIC X(01) VALUE "N".
003500     88  SPL-A-OPEN-YES                     VALUE "Y".
003510     88  SPL-A-OPEN-NO                      VALUE "N".
003520
003530 77  SPL-B-OPEN-SWITCH           PIC X(01) VALUE "N".
003540     88  SPL-B-OPEN-YES                     VALUE "Y".
003550     88  SPL-B-OPEN-NO                      VALUE "N".
003560
003570 77  SPL-P-OPEN-SWITCH           PIC X(01) VALUE "N".
003580     88  SPL-P-OPEN-YES                     VALUE "Y".
003590     88  SPL-P-OPEN-NO                      VALUE "N".
003600
003610 77  SPL-A-EOF-SWITCH            PIC X(01) VALUE "N".
003620     88  SPL-A-EOF-YES                      VALUE "Y".
003630     88  SPL-A-EOF-NO                       VALUE "N".
003640
003650 77  SPL-B-EOF-SWITCH            PIC X(01) VALUE "N".
003660     88  SPL-B-EOF-YES                      VALUE "Y".
003670     88  SPL-B-EOF-NO                       VALUE "N".
003680
003690 77  SPL-P-EOF-SWITCH            PIC X(01) VALUE "N".
003700     88  SPL-P-EOF-YES                      VALUE "Y".
003710     88  SPL-P-EOF-NO                       VALUE "N".
003720
003730 77  SPL-FUNCTION-INPUT          PIC X(08) VALUE SPACES.
003740     88  SPL-FUNCTION-LOAD                  VALUE "LOAD".
003750     88  SPL-FUNCTION-COMPARE               VALUE "COMPARE".
003760 77  SPL-RUN-DATE                PIC 9(08) VALUE ZEROS.
003770
003780 77  SPL-FX                      PIC 9(02) COMP VALUE 0.
003790 77  SPL-FILE-MAX                PIC 9(02) COMP VALUE 12.
003800 77  SPL-FLAT-MAX                PIC 9(02) COMP VALUE 6.
003810 77  SPL-ALERT-FX                PIC 9(02) COMP VALUE 6.
003820 77  SPL-SX                      PIC 9(02) COMP VALUE 0.
003830 77  SPL-SHOW-COUNT              PIC 9(02) COMP VALUE 0.
003840 77  SPL-SHOW-MAX                PIC 9(02) COMP VALUE 3.
003850 77  SPL-A-COUNT                 PIC 9(07) COMP VALUE 0.
003860 77  SPL-B-COUNT                 PIC 9(07) COMP VALUE 0.
003870 77  SPL-P-COUNT                 PIC 9(07) COMP VALUE 0.
003880 77  SPL-DIFF-COUNT              PIC 9(07) COMP VALUE 0.
003890 77  SPL-DIFF-FILES              PIC 9(02) COMP VALUE 0.
003900 77  SPL-TOTAL-COMPARED          PIC 9(09) COMP VALUE 0.
003910 77  SPL-TOTAL-DIFFERENT         PIC 9(09) COMP VALUE 0.
003920 77  SPL-SEQ                     PIC 9(07) VALUE ZEROS.
003930 77  SPL-DIF-SIDE                PIC X(01) VALUE SPACE.
003940     88  SPL-DIF-A-ONLY                     VALUE "A".
003950     88  SPL-DIF-B-ONLY                     VALUE "B".
003960     88  SPL-DIF-BOTH                       VALUE "2".
003970 77  SPL-NO-RECORD-TEXT          PIC X(23)
003980                                 VALUE "(NO RECORD ON THIS LEG)".
003990
004000******************************************************************
004010* SPL-FILE-NAMES - THE POSTING STEP'S OUTPUT FILES, FLAT FILES
004020* FIRST, IN THE ORDER THEY ARE LOADED AND COMPARED
004030******************************************************************
004040 01  SPL-FILE-NAMES.
004050     05  FILLER                      PIC X(08) VALUE "SOMRPT".
004060     05  FILLER                      PIC X(08) VALUE "SOMEXT".
004070     05  FILLER                      PIC X(08) VALUE "SOMEXC".
004080     05  FILLER                      PIC X(08) VALUE "SOMREJ".
004090     05  FILLER                      PIC X(08) VALUE "SOMCKPT".
004100     05  FILLER                      PIC X(08) VALUE "SOMALRT".
004110     05  FILLER                      PIC X(08) VALUE "SOMEBAL".
004120     05  FILLER                      PIC X(08) VALUE "SOMCCM".
004130     05  FILLER                      PIC X(08) VALUE "SOMTHIST".
004140     05  FILLER                      PIC X(08) VALUE "SOMPEND".
004150     05  FILLER                      PIC X(08) VALUE "SOMPPAF".
004160     05  FILLER                      PIC X(08) VALUE "SOMEXTH".
004170
004180 01  SPL-FILE-NAME-TABLE REDEFINES SPL-FILE-NAMES.
004190     05  SPL-FILE-NAME               PIC X(08) OCCURS 12 TIMES.
004200
004210******************************************************************
004220* RECORD IMAGES AND MATCH KEYS.  AN INDEXED FILE IS MATCHED ON
004230* ITS RECORD KEY, A FLAT FILE ON ITS RECORD NUMBER; AT END OF
004240* FILE THE KEY GOES TO HIGH-VALUES SO THE OTHER LEG RUNS OUT.
004250******************************************************************
004260 01  SPL-A-IMAGE                     PIC X(100) VALUE SPACES.
004270
004280 01  SPL-A-ALERT-VIEW REDEFINES SPL-A-IMAGE.
004290     05  FILLER                      PIC X(08).
004300     05  SPL-A-ALERT-TIME            PIC X(08).
004310     05  FILLER                      PIC X(84).
004320
004330 01  SPL-B-IMAGE                     PIC X(100) VALUE SPACES.
004340
004350 01  SPL-B-ALERT-VIEW REDEFINES SPL-B-IMAGE.
004360     05  FILLER                      PIC X(08).
004370     05  SPL-B-ALERT-TIME            PIC X(08).
004380     05  FILLER                      PIC X(84).
004390
004400 01  SPL-P-IMAGE                     PIC X(100) VALUE SPACES.
004410
004420 01  SPL-A-KEY                       PIC X(16) VALUE SPACES.
004430 01  SPL-B-KEY                       PIC X(16) VALUE SPACES.
004440
004450******************************************************************
004460* SPL-SHOW-TABLE - THE FIRST DIFFERENCES FOUND IN THE FILE BEING
004470* COMPARED, HELD UNTIL ITS COUNT LINE HAS BEEN PRINTED
004480******************************************************************
004490 01  SPL-SHOW-TABLE.
004500     05  SPL-SHOW-ENTRY OCCURS 3 TIMES.
004510         10  SPL-SHW-KEY             PIC X(16).
004520         10  SPL-SHW-A-IMAGE         PIC X(100).
004530         10  SPL-SHW-B-IMAGE         PIC X(100).
004540
004550 01  SPL-SHOW-IMAGE                  PIC X(100) VALUE SPACES.
004560
004570 01  SPL-SHOW-VIEW REDEFINES SPL-SHOW-IMAGE.
004580     05  SPL-SHOW-FRONT              PIC X(76).
004590     05  SPL-SHOW-BACK               PIC X(24).
004600
004610******************************************************************
004620* SPL-RPT-WORK-LINE AND ITS REDEFINES - THE REPORT LINE IS BUILT
004630* HERE IN WORKING STORAGE, THEN MOVED INTO THE REPORT-FILE RECORD
004640* JUST BEFORE EACH WRITE.
004650******************************************************************
004660 01  SPL-RPT-WORK-LINE               PIC X(080) VALUE SPACES.
004670
004680 01  SPL-RPT-HEADING REDEFINES SPL-RPT-WORK-LINE.
004690     05  SPL-RPT-HDG-LABEL           PIC X(44).
004700     05  SPL-RPT-HDG-DATE            PIC 9(08).
004710     05  FILLER                      PIC X(28).
004720
004730 01  SPL-RPT-NOTE REDEFINES SPL-RPT-WORK-LINE.
004740     05  SPL-RPT-NOTE-TEXT           PIC X(60).
004750     05  FILLER                      PIC X(20).
004760
004770 01  SPL-RPT-FILE-COLUMNS REDEFINES SPL-RPT-WORK-LINE.
004780     05  SPL-RPT-FLC-FILE            PIC X(08).
004790     05  FILLER                      PIC X(01).
004800     05  SPL-RPT-FLC-A-COUNT         PIC X(09).
004810     05  FILLER                      PIC X(01).
004820     05  SPL-RPT-FLC-B-COUNT         PIC X(09).
004830     05  FILLER                      PIC X(01).
004840     05  SPL-RPT-FLC-THIRD           PIC X(10).
004850     05  FILLER                      PIC X(01).
004860     05  SPL-RPT-FLC-RESULT          PIC X(11).
004870     05  FILLER                      PIC X(29).
004880
004890 01  SPL-RPT-FILE-LINE REDEFINES SPL-RPT-WORK-LINE.
004900     05  SPL-RPT-FIL-FILE            PIC X(08).
004910     05  FILLER                      PIC X(01).
004920     05  SPL-RPT-FIL-A-COUNT         PIC Z(08)9.
004930     05  FILLER                      PIC X(01).
004940     05  SPL-RPT-FIL-B-COUNT         PIC Z(08)9.
004950     05  FILLER                      PIC X(01).
004960     05  SPL-RPT-FIL-THIRD           PIC Z(09)9.
004970     05  FILLER                      PIC X(01).
004980     05  SPL-RPT-FIL-RESULT          PIC X(11).
004990     05  FILLER                      PIC X(29).
005000
005010 01  SPL-RPT-KEY-LINE REDEFINES SPL-RPT-WORK-LINE.
005020     05  FILLER                      PIC X(02).
005030     05  SPL-RPT-KEY-LABEL           PIC X(22).
005040     05  SPL-RPT-KEY-VALUE           PIC X(16).
005050     05  FILLER                      PIC X(40).
005060
005070 01  SPL-RPT-IMAGE-LINE REDEFINES SPL-RPT-WORK-LINE.
005080     05  FILLER                      PIC X(02).
005090     05  SPL-RPT-IMG-LEG             PIC X(01).
005100     05  FILLER                      PIC X(01).
005110     05  SPL-RPT-IMG-DATA            PIC X(76).
005120
005130 01  SPL-RPT-COUNT-LINE REDEFINES SPL-RPT-WORK-LINE.
005140     05  SPL-RPT-CNT-LABEL           PIC X(40).
005150     05  SPL-RPT-CNT-COUNT           PIC Z(08)9.
005160     05  FILLER                      PIC X(31).
005170
005180 PROCEDURE DIVISION.
005190******************************************************************
005200* 0000-MAINLINE
005210******************************************************************
005220 0000-MAINLINE.
005230
005240     PERFORM 1000-INITIALIZE
005250         THRU 1000-INITIALIZE-EXIT.
005260
005270     IF SPL-INIT-OK AND SPL-FUNCTION-LOAD
005280         PERFORM 2000-LOAD-LEGS
005290             THRU 2000-LOAD-LEGS-EXIT
005300     END-IF.
005310
005320     IF SPL-INIT-OK AND SPL-FUNCTION-COMPARE
005330         PERFORM 3000-COMPARE-LEGS
005340             THRU 3000-COMPARE-LEGS-EXIT
005350     END-IF.
005360
005370     PERFORM 9000-TERMINATE
005380         THRU 9000-TERMINATE-EXIT.
005390
005400     GOBACK.
005410
005420******************************************************************
005430* 1000-INITIALIZE - ACCEPT THE FUNCTION AND OPEN THE REPORT
005440******************************************************************
005450 1000-INITIALIZE.
005460
005470     ACCEPT SPL-RUN-DATE FROM DATE YYYYMMDD.
005480
005490     DISPLAY "ENTER FUNCTION (LOAD OR COMPARE): ".
005500     ACCEPT SPL-FUNCTION-INPUT.
005510
005520     IF NOT SPL-FUNCTION-LOAD AND NOT SPL-FUNCTION-COMPARE
005530         DISPLAY "SOMPARL: FUNCTION " SPL-FUNCTION-INPUT
005540             " NOT KNOWN - LOAD OR COMPARE"
005550         MOVE 8 TO RETURN-CODE
005560         MOVE "N" TO SPL-INIT-STATUS-SWITCH
005570         GO TO 1000-INITIALIZE-EXIT
005580     END-IF.
005590
005600     OPEN OUTPUT REPORT-FILE.
005610
005620     IF NOT SPL-RPT-OK
005630         DISPLAY "SOMPARL: UNABLE TO OPEN SOMPLRPT, STATUS "
005640             SPL-RPT-STATUS
005650         MOVE 8 TO RETURN-CODE
005660         MOVE "N" TO SPL-INIT-STATUS-SWITCH
005670         GO TO 1000-INITIALIZE-EXIT
005680     END-IF.
005690
005700     IF SPL-FUNCTION-LOAD
005710         MOVE "PARALLEL POSTING TRIAL - LOAD LEGS      RUN"
005720             TO SPL-RPT-HDG-LABEL
005730     ELSE
005740         MOVE "PARALLEL POSTING TRIAL - COMPARE LEGS   RUN"
005750             TO SPL-RPT-HDG-LABEL
005760     END-IF.
005770     MOVE SPL-RUN-DATE TO SPL-RPT-HDG-DATE.
005780     PERFORM 8900-WRITE-REPORT-LINE
005790         THRU 8900-WRITE-REPORT-LINE-EXIT.
005800
005810     MOVE "LEG A - KEYED READS (PRODUCTION PATH)"
005820         TO SPL-RPT-NOTE-TEXT.
005830     PERFORM 8900-WRITE-REPORT-LINE
005840         THRU 8900-WRITE-REPORT-LINE-EXIT.
005850     MOVE "LEG B - REFERENCE MASTERS HELD IN STORAGE"
005860         TO SPL-RPT-NOTE-TEXT.
005870     PERFORM 8900-WRITE-REPORT-LINE
005880         THRU 8900-WRITE-REPORT-LINE-EXIT.
005890
005900 1000-INITIALIZE-EXIT.
005910     EXIT.
005920
005930******************************************************************
005940* 2000-LOAD-LEGS - EMPTY EVERY LEG FILE, THEN COPY THE PRODUCTION
005950*                  SOMEBAL AND SOMCCM INTO BOTH LEGS, SO THE TWO
005960*                  POSTING RUNS START FROM THE SAME STATE
005970******************************************************************
005980 2000-LOAD-LEGS.
005990
006000     MOVE SPACES TO SPL-RPT-WORK-LINE.
006010     PERFORM 8900-WRITE-REPORT-LINE
006020         THRU 8900-WRITE-REPORT-LINE-EXIT.
006030
006040     MOVE "FILE"                TO SPL-RPT-FLC-FILE.
006050     MOVE "    LEG A"           TO SPL-RPT-FLC-A-COUNT.
006060     MOVE "    LEG B"           TO SPL-RPT-FLC-B-COUNT.
006070     MOVE "PRODUCTION"          TO SPL-RPT-FLC-THIRD.
006080     MOVE "RESULT"              TO SPL-RPT-FLC-RESULT.
006090     PERFORM 8900-WRITE-REPORT-LINE
006100         THRU 8900-WRITE-REPORT-LINE-EXIT.
006110
006120     PERFORM 2100-EMPTY-ONE-FILE
006130         THRU 2100-EMPTY-ONE-FILE-EXIT
006140         VARYING SPL-FX FROM 1 BY 1
006150         UNTIL SPL-FX > SPL-FILE-MAX OR SPL-FAILED-YES.
006160
006170     IF SPL-FAILED-YES
006180         GO TO 2000-LOAD-LEGS-EXIT
006190     END-IF.
006200
006210     PERFORM 2200-COPY-ONE-MASTER
006220         THRU 2200-COPY-ONE-MASTER-EXIT
006230         VARYING SPL-FX FROM 7 BY 1
006240         UNTIL SPL-FX > 8 OR SPL-FAILED-YES.
006250
006260 2000-LOAD-LEGS-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300* 2100-EMPTY-ONE-FILE - CREATE LEG FILE SPL-FX EMPTY ON BOTH LEGS.
006310*                       SOMEBAL AND SOMCCM ARE LEFT TO 2200.
006320******************************************************************
006330 2100-EMPTY-ONE-FILE.
006340
006350     IF SPL-FX = 7 OR SPL-FX = 8
006360         GO TO 2100-EMPTY-ONE-FILE-EXIT
006370     END-IF.
006380
006390     PERFORM 8100-CREATE-LEG-FILES
006400         THRU 8100-CREATE-LEG-FILES-EXIT.
006410
006420     PERFORM 8170-CLOSE-LEG-A
006430         THRU 8170-CLOSE-LEG-A-EXIT.
006440     PERFORM 8270-CLOSE-LEG-B
006450         THRU 8270-CLOSE-LEG-B-EXIT.
006460
006470     MOVE SPACES                 TO SPL-RPT-WORK-LINE.
006480     MOVE SPL-FILE-NAME (SPL-FX) TO SPL-RPT-FIL-FILE.
006490     MOVE ZERO                   TO SPL-RPT-FIL-A-COUNT.
006500     MOVE ZERO                   TO SPL-RPT-FIL-B-COUNT.
006510     IF SPL-FAILED-YES
006520         MOVE "NOT CREATED"      TO SPL-RPT-FIL-RESULT
006530     ELSE
006540         MOVE "EMPTIED"          TO SPL-RPT-FIL-RESULT
006550     END-IF.
006560     PERFORM 8900-WRITE-REPORT-LINE
006570         THRU 8900-WRITE-REPORT-LINE-EXIT.
006580
006590 2100-EMPTY-ONE-FILE-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630* 2200-COPY-ONE-MASTER - COPY PRODUCTION MASTER SPL-FX, IN KEY
006640*                        ORDER, INTO THE SAME FILE ON BOTH LEGS
006650******************************************************************
006660 2200-COPY-ONE-MASTER.
006670
006680     MOVE 0 TO SPL-A-COUNT.
006690     MOVE 0 TO SPL-B-COUNT.
006700     MOVE 0 TO SPL-P-COUNT.
006710
006720     PERFORM 8300-OPEN-PRODUCTION
006730         THRU 8300-OPEN-PRODUCTION-EXIT.
006740
006750     IF SPL-P-OPEN-NO
006760         DISPLAY "SOMPARL: UNABLE TO OPEN PRODUCTION "
006770             SPL-FILE-NAME (SPL-FX) ", STATUS " SPL-P-STATUS
006780         MOVE "Y" TO SPL-FAILED-SWITCH
006790         GO TO 2200-COPY-ONE-MASTER-LINE
006800     END-IF.
006810
006820     PERFORM 8100-CREATE-LEG-FILES
006830         THRU 8100-CREATE-LEG-FILES-EXIT.
006840
006850     IF SPL-FAILED-NO
006860         PERFORM 8310-READ-PRODUCTION
006870             THRU 8310-READ-PRODUCTION-EXIT
006880         PERFORM 2210-COPY-ONE-RECORD
006890             THRU 2210-COPY-ONE-RECORD-EXIT
006900             UNTIL SPL-P-EOF-YES OR SPL-FAILED-YES
006910     END-IF.
006920
006930     PERFORM 8320-CLOSE-PRODUCTION
006940         THRU 8320-CLOSE-PRODUCTION-EXIT.
006950     PERFORM 8170-CLOSE-LEG-A
006960         THRU 8170-CLOSE-LEG-A-EXIT.
006970     PERFORM 8270-CLOSE-LEG-B
006980         THRU 8270-CLOSE-LEG-B-EXIT.
006990
007000 2200-COPY-ONE-MASTER-LINE.
007010
007020     MOVE SPACES                 TO SPL-RPT-WORK-LINE.
007030     MOVE SPL-FILE-NAME (SPL-FX) TO SPL-RPT-FIL-FILE.
007040     MOVE SPL-A-COUNT            TO SPL-RPT-FIL-A-COUNT.
007050     MOVE SPL-B-COUNT            TO SPL-RPT-FIL-B-COUNT.
007060     MOVE SPL-P-COUNT            TO SPL-RPT-FIL-THIRD.
007070     IF SPL-FAILED-YES
007080         MOVE "NOT COPIED"       TO SPL-RPT-FIL-RESULT
007090     ELSE
007100         MOVE "COPIED"           TO SPL-RPT-FIL-RESULT
007110     END-IF.
007120     PERFORM 8900-WRITE-REPORT-LINE
007130         THRU 8900-WRITE-REPORT-LINE-EXIT.
007140
007150 2200-COPY-ONE-MASTER-EXIT.
007160     EXIT.
007170
007180******************************************************************
007190* 2210-COPY-ONE-RECORD - WRITE THE PRODUCTION RECORD IN HAND TO
007200*                        BOTH LEGS AND READ THE NEXT
007210******************************************************************
007220 2210-COPY-ONE-RECORD.
007230
007240     IF SPL-FX = 7
007250         WRITE SPL-AEBL-RECORD FROM SPL-P-IMAGE
007260     END-IF.
007270     IF SPL-FX = 8
007280         WRITE SPL-ACCM-RECORD FROM SPL-P-IMAGE
007290     END-IF.
007300
007310     IF NOT SPL-A-OK
007320         DISPLAY "SOMPARL: LEG A " SPL-FILE-NAME (SPL-FX)
007330             " WRITE FAILED, STATUS " SPL-A-STATUS
007340         MOVE "Y" TO SPL-FAILED-SWITCH
007350         GO TO 2210-COPY-ONE-RECORD-EXIT
007360     END-IF.
007370     ADD 1 TO SPL-A-COUNT.
007380
007390     IF SPL-FX = 7
007400         WRITE SPL-BEBL-RECORD FROM SPL-P-IMAGE
007410     END-IF.
007420     IF SPL-FX = 8
007430         WRITE SPL-BCCM-RECORD FROM SPL-P-IMAGE
007440     END-IF.
007450
007460     IF NOT SPL-B-OK
007470         DISPLAY "SOMPARL: LEG B " SPL-FILE-NAME (SPL-FX)
007480             " WRITE FAILED, STATUS " SPL-B-STATUS
007490         MOVE "Y" TO SPL-FAILED-SWITCH
007500         GO TO 2210-COPY-ONE-RECORD-EXIT
007510     END-IF.
007520     ADD 1 TO SPL-B-COUNT.
007530
007540     PERFORM 8310-READ-PRODUCTION
007550         THRU 8310-READ-PRODUCTION-EXIT.
007560
007570 2210-COPY-ONE-RECORD-EXIT.
007580     EXIT.
007590
007600******************************************************************
007610* 3000-COMPARE-LEGS - COMPARE EVERY LEG FILE PAIR AND PRINT THE
007620*                     OUTCOME
007630******************************************************************
007640 3000-COMPARE-LEGS.
007650
007660     MOVE SPACES TO SPL-RPT-WORK-LINE.
007670     PERFORM 8900-WRITE-REPORT-LINE
007680         THRU 8900-WRITE-REPORT-LINE-EXIT.
007690
007700     MOVE "FILE"                TO SPL-RPT-FLC-FILE.
007710     MOVE "    LEG A"           TO SPL-RPT-FLC-A-COUNT.
007720     MOVE "    LEG B"           TO SPL-RPT-FLC-B-COUNT.
007730     MOVE " DIFFERENT"          TO SPL-RPT-FLC-THIRD.
007740     MOVE "RESULT"              TO SPL-RPT-FLC-RESULT.
007750     PERFORM 8900-WRITE-REPORT-LINE
007760         THRU 8900-WRITE-REPORT-LINE-EXIT.
007770
007780     PERFORM 3100-COMPARE-ONE-FILE
007790         THRU 3100-COMPARE-ONE-FILE-EXIT
007800         VARYING SPL-FX FROM 1 BY 1
007810         UNTIL SPL-FX > SPL-FILE-MAX.
007820
007830 3000-COMPARE-LEGS-EXIT.
007840     EXIT.
007850
007860******************************************************************
007870* 3100-COMPARE-ONE-FILE - MATCH LEG A AGAINST LEG B FOR FILE
007880*                         SPL-FX, PRINT ITS COUNT LINE AND THE
007890*                         FIRST DIFFERENCES.  A FILE NEITHER LEG
007900*                         HAS IS NOT A DIFFERENCE; A FILE ONLY ONE
007910*                         LEG HAS IS.
007920******************************************************************
007930 3100-COMPARE-ONE-FILE.
007940
007950     MOVE 0 TO SPL-A-COUNT.
007960     MOVE 0 TO SPL-B-COUNT.
007970     MOVE 0 TO SPL-DIFF-COUNT.
007980     MOVE 0 TO SPL-SHOW-COUNT.
007990
008000     MOVE SPACES                 TO SPL-RPT-WORK-LINE.
008010     MOVE SPL-FILE-NAME (SPL-FX) TO SPL-RPT-FIL-FILE.
008020
008030     PERFORM 8150-OPEN-LEG-A
008040         THRU 8150-OPEN-LEG-A-EXIT.
008050     PERFORM 8250-OPEN-LEG-B
008060         THRU 8250-OPEN-LEG-B-EXIT.
008070
008080     IF SPL-A-OPEN-NO AND SPL-B-OPEN-NO
008090         MOVE ZERO               TO SPL-RPT-FIL-A-COUNT
008100         MOVE ZERO               TO SPL-RPT-FIL-B-COUNT
008110         MOVE ZERO               TO SPL-RPT-FIL-THIRD
008120         MOVE "NOT PRESENT"      TO SPL-RPT-FIL-RESULT
008130         PERFORM 8900-WRITE-REPORT-LINE
008140             THRU 8900-WRITE-REPORT-LINE-EXIT
008150         GO TO 3100-COMPARE-ONE-FILE-EXIT
008160     END-IF.
008170
008180     IF SPL-A-OPEN-NO OR SPL-B-OPEN-NO
008190         IF SPL-A-OPEN-NO
008200             DISPLAY "SOMPARL: LEG A " SPL-FILE-NAME (SPL-FX)
008210                 " NOT READ, STATUS " SPL-A-STATUS
008220         ELSE
008230             DISPLAY "SOMPARL: LEG B " SPL-FILE-NAME (SPL-FX)
008240                 " NOT READ, STATUS " SPL-B-STATUS
008250         END-IF
008260         PERFORM 8170-CLOSE-LEG-A
008270             THRU 8170-CLOSE-LEG-A-EXIT
008280         PERFORM 8270-CLOSE-LEG-B
008290             THRU 8270-CLOSE-LEG-B-EXIT
008300         ADD 1 TO SPL-DIFF-FILES
008310         MOVE SPACES             TO SPL-RPT-WORK-LINE
008320         MOVE SPL-FILE-NAME (SPL-FX) TO SPL-RPT-FIL-FILE
008330         MOVE "ONE LEG ONLY"     TO SPL-RPT-FIL-RESULT
008340         PERFORM 8900-WRITE-REPORT-LINE
008350             THRU 8900-WRITE-REPORT-LINE-EXIT
008360         GO TO 3100-COMPARE-ONE-FILE-EXIT
008370     END-IF.
008380
008390     PERFORM 8160-READ-LEG-A
008400         THRU 8160-READ-LEG-A-EXIT.
008410     PERFORM 8260-READ-LEG-B
008420         THRU 8260-READ-LEG-B-EXIT.
008430
008440     PERFORM 3200-COMPARE-ONE-PAIR
008450         THRU 3200-COMPARE-ONE-PAIR-EXIT
008460         UNTIL SPL-A-KEY = HIGH-VALUES
008470           AND SPL-B-KEY = HIGH-VALUES.
008480
008490     PERFORM 8170-CLOSE-LEG-A
008500         THRU 8170-CLOSE-LEG-A-EXIT.
008510     PERFORM 8270-CLOSE-LEG-B
008520         THRU 8270-CLOSE-LEG-B-EXIT.
008530
008540     ADD SPL-DIFF-COUNT TO SPL-TOTAL-DIFFERENT.
008550
008560     MOVE SPACES                 TO SPL-RPT-WORK-LINE.
008570     MOVE SPL-FILE-NAME (SPL-FX) TO SPL-RPT-FIL-FILE.
008580     MOVE SPL-A-COUNT            TO SPL-RPT-FIL-A-COUNT.
008590     MOVE SPL-B-COUNT            TO SPL-RPT-FIL-B-COUNT.
008600     MOVE SPL-DIFF-COUNT         TO SPL-RPT-FIL-THIRD.
008610     IF SPL-DIFF-COUNT = 0
008620         MOVE "SAME"             TO SPL-RPT-FIL-RESULT
008630     ELSE
008640         MOVE "DIFFERENT"        TO SPL-RPT-FIL-RESULT
008650         ADD 1 TO SPL-DIFF-FILES
008660     END-IF.
008670     PERFORM 8900-WRITE-REPORT-LINE
008680         THRU 8900-WRITE-REPORT-LINE-EXIT.
008690
008700     PERFORM 3400-PRINT-DIFFERENCE
008710         THRU 3400-PRINT-DIFFERENCE-EXIT
008720         VARYING SPL-SX FROM 1 BY 1
008730         UNTIL SPL-SX > SPL-SHOW-COUNT.
008740
008750 3100-COMPARE-ONE-FILE-EXIT.
008760     EXIT.
008770
008780******************************************************************
008790* 3200-COMPARE-ONE-PAIR - THE LOWER KEY IS A RECORD ONLY ONE LEG
008800*                         HOLDS; EQUAL KEYS MUST CARRY EQUAL
008810*                         RECORDS.  THE ALERT TIME OF DAY CANNOT
008820*                         AGREE BETWEEN TWO RUNS AND IS BLANKED.
008830******************************************************************
008840 3200-COMPARE-ONE-PAIR.
008850
008860     IF SPL-A-KEY < SPL-B-KEY
008870         MOVE "A" TO SPL-DIF-SIDE
008880         PERFORM 3300-NOTE-DIFFERENCE
008890             THRU 3300-NOTE-DIFFERENCE-EXIT
008900         PERFORM 8160-READ-LEG-A
008910             THRU 8160-READ-LEG-A-EXIT
008920         GO TO 3200-COMPARE-ONE-PAIR-EXIT
008930     END-IF.
008940
008950     IF SPL-A-KEY > SPL-B-KEY
008960         MOVE "B" TO SPL-DIF-SIDE
008970         PERFORM 3300-NOTE-DIFFERENCE
008980             THRU 3300-NOTE-DIFFERENCE-EXIT
008990         PERFORM 8260-READ-LEG-B
009000             THRU 8260-READ-LEG-B-EXIT
009010         GO TO 3200-COMPARE-ONE-PAIR-EXIT
009020     END-IF.
009030
009040     ADD 1 TO SPL-TOTAL-COMPARED.
009050
009060     IF SPL-FX = SPL-ALERT-FX
009070         MOVE SPACES TO SPL-A-ALERT-TIME
009080         MOVE SPACES TO SPL-B-ALERT-TIME
009090     END-IF.
009100
009110     IF SPL-A-IMAGE NOT = SPL-B-IMAGE
009120         MOVE "2" TO SPL-DIF-SIDE
009130         PERFORM 3300-NOTE-DIFFERENCE
009140             THRU 3300-NOTE-DIFFERENCE-EXIT
009150     END-IF.
009160
009170     PERFORM 8160-READ-LEG-A
009180         THRU 8160-READ-LEG-A-EXIT.
009190     PERFORM 8260-READ-LEG-B
009200         THRU 8260-READ-LEG-B-EXIT.
009210
009220 3200-COMPARE-ONE-PAIR-EXIT.
009230     EXIT.
009240
009250******************************************************************
009260* 3300-NOTE-DIFFERENCE - COUNT A DIFFERENCE AND HOLD THE FIRST FEW
009270*                        FOR PRINTING.  SPL-DIF-SIDE SAYS WHICH
009280*                        LEG HAS THE RECORD, OR BOTH.
009290******************************************************************
009300 3300-NOTE-DIFFERENCE.
009310
009320     ADD 1 TO SPL-DIFF-COUNT.
009330
009340     IF SPL-SHOW-COUNT NOT < SPL-SHOW-MAX
009350         GO TO 3300-NOTE-DIFFERENCE-EXIT
009360     END-IF.
009370
009380     ADD 1 TO SPL-SHOW-COUNT.
009390
009400     IF SPL-DIF-B-ONLY
009410         MOVE SPL-B-KEY   TO SPL-SHW-KEY (SPL-SHOW-COUNT)
009420         MOVE SPL-NO-RECORD-TEXT
009430                          TO SPL-SHW-A-IMAGE (SPL-SHOW-COUNT)
009440     ELSE
009450         MOVE SPL-A-KEY   TO SPL-SHW-KEY (SPL-SHOW-COUNT)
009460         MOVE SPL-A-IMAGE TO SPL-SHW-A-IMAGE (SPL-SHOW-COUNT)
009470     END-IF.
009480
009490     IF SPL-DIF-A-ONLY
009500         MOVE SPL-NO-RECORD-TEXT
009510                          TO SPL-SHW-B-IMAGE (SPL-SHOW-COUNT)
009520     ELSE
009530         MOVE SPL-B-IMAGE TO SPL-SHW-B-IMAGE (SPL-SHOW-COUNT)
009540     END-IF.
009550
009560 3300-NOTE-DIFFERENCE-EXIT.
009570     EXIT.
009580
009590******************************************************************
009600* 3400-PRINT-DIFFERENCE - PRINT HELD DIFFERENCE SPL-SX: ITS KEY
009610*                         (OR RECORD NUMBER), THEN EACH LEG'S
009620*                         RECORD
009630******************************************************************
009640 3400-PRINT-DIFFERENCE.
009650
009660     MOVE "DIFFERENCE AT KEY/REC " TO SPL-RPT-KEY-LABEL.
009670     MOVE SPL-SHW-KEY (SPL-SX)     TO SPL-RPT-KEY-VALUE.
009680     PERFORM 8900-WRITE-REPORT-LINE
009690         THRU 8900-WRITE-REPORT-LINE-EXIT.
009700
009710     MOVE SPL-SHW-A-IMAGE (SPL-SX) TO SPL-SHOW-IMAGE.
009720     MOVE "A"                      TO SPL-RPT-IMG-LEG.
009730     MOVE SPL-SHOW-FRONT           TO SPL-RPT-IMG-DATA.
009740     PERFORM 8900-WRITE-REPORT-LINE
009750         THRU 8900-WRITE-REPORT-LINE-EXIT.
009760     IF SPL-SHOW-BACK NOT = SPACES
009770         MOVE SPL-SHOW-BACK        TO SPL-RPT-IMG-DATA
009780         PERFORM 8900-WRITE-REPORT-LINE
009790             THRU 8900-WRITE-REPORT-LINE-EXIT
009800     END-IF.
009810
009820     MOVE SPL-SHW-B-IMAGE (SPL-SX) TO SPL-SHOW-IMAGE.
009830     MOVE "B"                      TO SPL-RPT-IMG-LEG.
009840     MOVE SPL-SHOW-FRONT           TO SPL-RPT-IMG-DATA.
009850     PERFORM 8900-WRITE-REPORT-LINE
009860         THRU 8900-WRITE-REPORT-LINE-EXIT.
009870     IF SPL-SHOW-BACK NOT = SPACES
009880         MOVE SPL-SHOW-BACK        TO SPL-RPT-IMG-DATA
009890         PERFORM 8900-WRITE-REPORT-LINE
009900             THRU 8900-WRITE-REPORT-LINE-EXIT
009910     END-IF.
009920
009930 3400-PRINT-DIFFERENCE-EXIT.
009940     EXIT.
009950
009960******************************************************************
009970* 8100-CREATE-LEG-FILES - OPEN LEG FILE SPL-FX FOR OUTPUT ON BOTH
009980*                         LEGS, EMPTYING IT
009990******************************************************************
010000 8100-CREATE-LEG-FILES.
010010
010020     IF SPL-FX = 1
010030         OPEN OUTPUT A-RPT-FILE
010040     END-IF.
010050     IF SPL-FX = 2
010060         OPEN OUTPUT A-EXT-FILE
010070     END-IF.
010080     IF SPL-FX = 3
010090         OPEN OUTPUT A-EXC-FILE
010100     END-IF.
010110     IF SPL-FX = 4
010120         OPEN OUTPUT A-REJ-FILE
010130     END-IF.
010140     IF SPL-FX = 5
010150         OPEN OUTPUT A-CKPT-FILE
010160     END-IF.
010170     IF SPL-FX = 6
010180         OPEN OUTPUT A-ALRT-FILE
010190     END-IF.
010200     IF SPL-FX = 7
010210         OPEN OUTPUT A-EBAL-FILE
010220     END-IF.
010230     IF SPL-FX = 8
010240         OPEN OUTPUT A-CCM-FILE
010250     END-IF.
010260     IF SPL-FX = 9
010270         OPEN OUTPUT A-THIST-FILE
010280     END-IF.
010290     IF SPL-FX = 10
010300         OPEN OUTPUT A-PEND-FILE
010310     END-IF.
010320     IF SPL-FX = 11
010330         OPEN OUTPUT A-PPAF-FILE
010340     END-IF.
010350     IF SPL-FX = 12
010360         OPEN OUTPUT A-EXTH-FILE
010370     END-IF.
010380
010390     IF NOT SPL-A-OK
010400         DISPLAY "SOMPARL: UNABLE TO CREATE LEG A "
010410             SPL-FILE-NAME (SPL-FX) ", STATUS " SPL-A-STATUS
010420         MOVE "Y" TO SPL-FAILED-SWITCH
010430         GO TO 8100-CREATE-LEG-FILES-EXIT
010440     END-IF.
010450     MOVE "Y" TO SPL-A-OPEN-SWITCH.
010460
010470     IF SPL-FX = 1
010480         OPEN OUTPUT B-RPT-FILE
010490     END-IF.
010500     IF SPL-FX = 2
010510         OPEN OUTPUT B-EXT-FILE
010520     END-IF.
010530     IF SPL-FX = 3
010540         OPEN OUTPUT B-EXC-FILE
010550     END-IF.
010560     IF SPL-FX = 4
010570         OPEN OUTPUT B-REJ-FILE
010580     END-IF.
010590     IF SPL-FX = 5
010600         OPEN OUTPUT B-CKPT-FILE
010610     END-IF.
010620     IF SPL-FX = 6
010630         OPEN OUTPUT B-ALRT-FILE
010640     END-IF.
010650     IF SPL-FX = 7
010660         OPEN OUTPUT B-EBAL-FILE
010670     END-IF.
010680     IF SPL-FX = 8
010690         OPEN OUTPUT B-CCM-FILE
010700     END-IF.
010710     IF SPL-FX = 9
010720         OPEN OUTPUT B-THIST-FILE
010730     END-IF.
010740     IF SPL-FX = 10
010750         OPEN OUTPUT B-PEND-FILE
010760     END-IF.
010770     IF SPL-FX = 11
010780         OPEN OUTPUT B-PPAF-FILE
010790     END-IF.
010800     IF SPL-FX = 12
010810         OPEN OUTPUT B-EXTH-FILE
010820     END-IF.
010830
010840     IF NOT SPL-B-OK
010850         DISPLAY "SOMPARL: UNABLE TO CREATE LEG B "
010860             SPL-FILE-NAME (SPL-FX) ", STATUS " SPL-B-STATUS
010870         MOVE "Y" TO SPL-FAILED-SWITCH
010880         GO TO 8100-CREATE-LEG-FILES-EXIT
010890     END-IF.
010900     MOVE "Y" TO SPL-B-OPEN-SWITCH.
010910
010920 8100-CREATE-LEG-FILES-EXIT.
010930     EXIT.
010940
010950******************************************************************
010960* 8150-OPEN-LEG-A - OPEN LEG A FILE SPL-FX FOR INPUT, AN INDEXED
010970*                   ONE POSITIONED AT ITS FIRST KEY
010980******************************************************************
010990 8150-OPEN-LEG-A.
011000
011010     MOVE "N" TO SPL-A-OPEN-SWITCH.
011020     MOVE "N" TO SPL-A-EOF-SWITCH.
011030
011040     IF SPL-FX = 1
011050         OPEN INPUT A-RPT-FILE
011060     END-IF.
011070     IF SPL-FX = 2
011080         OPEN INPUT A-EXT-FILE
011090     END-IF.
011100     IF SPL-FX = 3
011110         OPEN INPUT A-EXC-FILE
011120     END-IF.
011130     IF SPL-FX = 4
011140         OPEN INPUT A-REJ-FILE
011150     END-IF.
011160     IF SPL-FX = 5
011170         OPEN INPUT A-CKPT-FILE
011180     END-IF.
011190     IF SPL-FX = 6
011200         OPEN INPUT A-ALRT-FILE
011210     END-IF.
011220     IF SPL-FX = 7
011230         OPEN INPUT A-EBAL-FILE
011240     END-IF.
011250     IF SPL-FX = 8
011260         OPEN INPUT A-CCM-FILE
011270     END-IF.
011280     IF SPL-FX = 9
011290         OPEN INPUT A-THIST-FILE
011300     END-IF.
011310     IF SPL-FX = 10
011320         OPEN INPUT A-PEND-FILE
011330     END-IF.
011340     IF SPL-FX = 11
011350         OPEN INPUT A-PPAF-FILE
011360     END-IF.
011370     IF SPL-FX = 12
011380         OPEN INPUT A-EXTH-FILE
011390     END-IF.
011400
011410     IF NOT SPL-A-OK
011420         GO TO 8150-OPEN-LEG-A-EXIT
011430     END-IF.
011440     MOVE "Y" TO SPL-A-OPEN-SWITCH.
011450
011460     IF SPL-FX = 7
011470         MOVE LOW-VALUES TO SPL-AEBL-KEY
011480         START A-EBAL-FILE
011490             KEY IS NOT LESS THAN SPL-AEBL-KEY
011500             INVALID KEY
011510                 MOVE "Y" TO SPL-A-EOF-SWITCH
011520         END-START
011530     END-IF.
011540     IF SPL-FX = 8
011550         MOVE LOW-VALUES TO SPL-ACCM-KEY
011560         START A-CCM-FILE
011570             KEY IS NOT LESS THAN SPL-ACCM-KEY
011580             INVALID KEY
011590                 MOVE "Y" TO SPL-A-EOF-SWITCH
011600         END-START
011610     END-IF.
011620     IF SPL-FX = 9
011630         MOVE LOW-VALUES TO SPL-AHIS-KEY
011640         START A-THIST-FILE
011650             KEY IS NOT LESS THAN SPL-AHIS-KEY
011660             INVALID KEY
011670                 MOVE "Y" TO SPL-A-EOF-SWITCH
011680         END-START
011690     END-IF.
011700     IF SPL-FX = 10
011710         MOVE LOW-VALUES TO SPL-APND-KEY
011720         START A-PEND-FILE
011730             KEY IS NOT LESS THAN SPL-APND-KEY
011740             INVALID KEY
011750                 MOVE "Y" TO SPL-A-EOF-SWITCH
011760         END-START
011770     END-IF.
011780     IF SPL-FX = 11
011790         MOVE LOW-VALUES TO SPL-APPA-KEY
011800         START A-PPAF-FILE
011810             KEY IS NOT LESS THAN SPL-APPA-KEY
011820             INVALID KEY
011830                 MOVE "Y" TO SPL-A-EOF-SWITCH
011840         END-START
011850     END-IF.
011860     IF SPL-FX = 12
011870         MOVE LOW-VALUES TO SPL-AEXH-KEY
011880         START A-EXTH-FILE
011890             KEY IS NOT LESS THAN SPL-AEXH-KEY
011900             INVALID KEY
011910                 MOVE "Y" TO SPL-A-EOF-SWITCH
011920         END-START
011930     END-IF.
011940
011950 8150-OPEN-LEG-A-EXIT.
011960     EXIT.
011970
011980******************************************************************
011990* 8160-READ-LEG-A - READ THE NEXT LEG A RECORD INTO SPL-A-IMAGE
012000*                   AND SET ITS MATCH KEY
012010******************************************************************
012020 8160-READ-LEG-A.
012030
012040     IF SPL-A-EOF-YES
012050         MOVE HIGH-VALUES TO SPL-A-KEY
012060         GO TO 8160-READ-LEG-A-EXIT
012070     END-IF.
012080
012090     IF SPL-FX = 1
012100         READ A-RPT-FILE INTO SPL-A-IMAGE
012110             AT END
012120                 MOVE "Y" TO SPL-A-EOF-SWITCH
012130         END-READ
012140     END-IF.
012150     IF SPL-FX = 2
012160         READ A-EXT-FILE INTO SPL-A-IMAGE
012170             AT END
012180                 MOVE "Y" TO SPL-A-EOF-SWITCH
012190         END-READ
012200     END-IF.
012210     IF SPL-FX = 3
012220         READ A-EXC-FILE INTO SPL-A-IMAGE
012230             AT END
012240                 MOVE "Y" TO SPL-A-EOF-SWITCH
012250         END-READ
012260     END-IF.
012270     IF SPL-FX = 4
012280         READ A-REJ-FILE INTO SPL-A-IMAGE
012290             AT END
012300                 MOVE "Y" TO SPL-A-EOF-SWITCH
012310         END-READ
012320     END-IF.
012330     IF SPL-FX = 5
012340         READ A-CKPT-FILE INTO SPL-A-IMAGE
012350             AT END
012360                 MOVE "Y" TO SPL-A-EOF-SWITCH
012370         END-READ
012380     END-IF.
012390     IF SPL-FX = 6
012400         READ A-ALRT-FILE INTO SPL-A-IMAGE
012410             AT END
012420                 MOVE "Y" TO SPL-A-EOF-SWITCH
012430         END-READ
012440     END-IF.
012450     IF SPL-FX = 7
012460         READ A-EBAL-FILE NEXT RECORD INTO SPL-A-IMAGE
012470             AT END
012480                 MOVE "Y" TO SPL-A-EOF-SWITCH
012490         END-READ
012500     END-IF.
012510     IF SPL-FX = 8
012520         READ A-CCM-FILE NEXT RECORD INTO SPL-A-IMAGE
012530             AT END
012540                 MOVE "Y" TO SPL-A-EOF-SWITCH
012550         END-READ
012560     END-IF.
012570     IF SPL-FX = 9
012580         READ A-THIST-FILE NEXT RECORD INTO SPL-A-IMAGE
012590             AT END
012600                 MOVE "Y" TO SPL-A-EOF-SWITCH
012610         END-READ
012620     END-IF.
012630     IF SPL-FX = 10
012640         READ A-PEND-FILE NEXT RECORD INTO SPL-A-IMAGE
012650             AT END
012660                 MOVE "Y" TO SPL-A-EOF-SWITCH
012670         END-READ
012680     END-IF.
012690     IF SPL-FX = 11
012700         READ A-PPAF-FILE NEXT RECORD INTO SPL-A-IMAGE
012710             AT END
012720                 MOVE "Y" TO SPL-A-EOF-SWITCH
012730         END-READ
012740     END-IF.
012750     IF SPL-FX = 12
012760         READ A-EXTH-FILE NEXT RECORD INTO SPL-A-IMAGE
012770             AT END
012780                 MOVE "Y" TO SPL-A-EOF-SWITCH
012790         END-READ
012800     END-IF.
012810
012820     IF SPL-A-EOF-YES
012830         MOVE HIGH-VALUES TO SPL-A-KEY
012840         GO TO 8160-READ-LEG-A-EXIT
012850     END-IF.
012860
012870     ADD 1 TO SPL-A-COUNT.
012880
012890     IF SPL-FX NOT > SPL-FLAT-MAX
012900         MOVE SPL-A-COUNT TO SPL-SEQ
012910         MOVE SPL-SEQ     TO SPL-A-KEY
012920     END-IF.
012930     IF SPL-FX = 7
012940         MOVE SPL-AEBL-KEY TO SPL-A-KEY
012950     END-IF.
012960     IF SPL-FX = 8
012970         MOVE SPL-ACCM-KEY TO SPL-A-KEY
012980     END-IF.
012990     IF SPL-FX = 9
013000         MOVE SPL-AHIS-KEY TO SPL-A-KEY
013010     END-IF.
013020     IF SPL-FX = 10
013030         MOVE SPL-APND-KEY TO SPL-A-KEY
013040     END-IF.
013050     IF SPL-FX = 11
013060         MOVE SPL-APPA-KEY TO SPL-A-KEY
013070     END-IF.
013080     IF SPL-FX = 12
013090         MOVE SPL-AEXH-KEY TO SPL-A-KEY
013100     END-IF.
013110
013120 8160-READ-LEG-A-EXIT.
013130     EXIT.
013140
013150******************************************************************
013160* 8170-CLOSE-LEG-A - CLOSE LEG A FILE SPL-FX IF IT IS OPEN
013170******************************************************************
013180 8170-CLOSE-LEG-A.
013190
013200     IF SPL-A-OPEN-NO
013210         GO TO 8170-CLOSE-LEG-A-EXIT
013220     END-IF.
013230
013240     IF SPL-FX = 1
013250         CLOSE A-RPT-FILE
013260     END-IF.
013270     IF SPL-FX = 2
013280         CLOSE A-EXT-FILE
013290     END-IF.
013300     IF SPL-FX = 3
013310         CLOSE A-EXC-FILE
013320     END-IF.
013330     IF SPL-FX = 4
013340         CLOSE A-REJ-FILE
013350     END-IF.
013360     IF SPL-FX = 5
013370         CLOSE A-CKPT-FILE
013380     END-IF.
013390     IF SPL-FX = 6
013400         CLOSE A-ALRT-FILE
013410     END-IF.
013420     IF SPL-FX = 7
013430         CLOSE A-EBAL-FILE
013440     END-IF.
013450     IF SPL-FX = 8
013460         CLOSE A-CCM-FILE
013470     END-IF.
013480     IF SPL-FX = 9
013490         CLOSE A-THIST-FILE
013500     END-IF.
013510     IF SPL-FX = 10
013520         CLOSE A-PEND-FILE
013530     END-IF.
013540     IF SPL-FX = 11
013550         CLOSE A-PPAF-FILE
013560     END-IF.
013570     IF SPL-FX = 12
013580         CLOSE A-EXTH-FILE
013590     END-IF.
013600
013610     MOVE "N" TO SPL-A-OPEN-SWITCH.
013620
013630 8170-CLOSE-LEG-A-EXIT.
013640     EXIT.
013650
013660******************************************************************
013670* 8250-OPEN-LEG-B - OPEN LEG B FILE SPL-FX FOR INPUT, AN INDEXED
013680*                   ONE POSITIONED AT ITS FIRST KEY
013690******************************************************************
013700 8250-OPEN-LEG-B.
013710
013720     MOVE "N" TO SPL-B-OPEN-SWITCH.
013730     MOVE "N" TO SPL-B-EOF-SWITCH.
013740
013750     IF SPL-FX = 1
013760         OPEN INPUT B-RPT-FILE
013770     END-IF.
013780     IF SPL-FX = 2
013790         OPEN INPUT B-EXT-FILE
013800     END-IF.
013810     IF SPL-FX = 3
013820         OPEN INPUT B-EXC-FILE
013830     END-IF.
013840     IF SPL-FX = 4
013850         OPEN INPUT B-REJ-FILE
013860     END-IF.
013870     IF SPL-FX = 5
013880         OPEN INPUT B-CKPT-FILE
013890     END-IF.
013900     IF SPL-FX = 6
013910         OPEN INPUT B-ALRT-FILE
013920     END-IF.
013930     IF SPL-FX = 7
013940         OPEN INPUT B-EBAL-FILE
013950     END-IF.
013960     IF SPL-FX = 8
013970         OPEN INPUT B-CCM-FILE
013980     END-IF.
013990     IF SPL-FX = 9
014000         OPEN INPUT B-THIST-FILE
014010     END-IF.
014020     IF SPL-FX = 10
014030         OPEN INPUT B-PEND-FILE
014040     END-IF.
014050     IF SPL-FX = 11
014060         OPEN INPUT B-PPAF-FILE
014070     END-IF.
014080     IF SPL-FX = 12
014090         OPEN INPUT B-EXTH-FILE
014100     END-IF.
014110
014120     IF NOT SPL-B-OK
014130         GO TO 8250-OPEN-LEG-B-EXIT
014140     END-IF.
014150     MOVE "Y" TO SPL-B-OPEN-SWITCH.
014160
014170     IF SPL-FX = 7
014180         MOVE LOW-VALUES TO SPL-BEBL-KEY
014190         START B-EBAL-FILE
014200             KEY IS NOT LESS THAN SPL-BEBL-KEY
014210             INVALID KEY
014220                 MOVE "Y" TO SPL-B-EOF-SWITCH
014230         END-START
014240     END-IF.
014250     IF SPL-FX = 8
014260         MOVE LOW-VALUES TO SPL-BCCM-KEY
014270         START B-CCM-FILE
014280             KEY IS NOT LESS THAN SPL-BCCM-KEY
014290             INVALID KEY
014300                 MOVE "Y" TO SPL-B-EOF-SWITCH
014310         END-START
014320     END-IF.
014330     IF SPL-FX = 9
014340         MOVE LOW-VALUES TO SPL-BHIS-KEY
014350         START B-THIST-FILE
014360             KEY IS NOT LESS THAN SPL-BHIS-KEY
014370             INVALID KEY
014380                 MOVE "Y" TO SPL-B-EOF-SWITCH
014390         END-START
014400     END-IF.
014410     IF SPL-FX = 10
014420         MOVE LOW-VALUES TO SPL-BPND-KEY
014430         START B-PEND-FILE
014440             KEY IS NOT LESS THAN SPL-BPND-KEY
014450             INVALID KEY
014460                 MOVE "Y" TO SPL-B-EOF-SWITCH
014470         END-START
014480     END-IF.
014490     IF SPL-FX = 11
014500         MOVE LOW-VALUES TO SPL-BPPA-KEY
014510         START B-PPAF-FILE
014520             KEY IS NOT LESS THAN SPL-BPPA-KEY
014530             INVALID KEY
014540                 MOVE "Y" TO SPL-B-EOF-SWITCH
014550         END-START
014560     END-IF.
014570     IF SPL-FX = 12
014580         MOVE LOW-VALUES TO SPL-BEXH-KEY
014590         START B-EXTH-FILE
014600             KEY IS NOT LESS THAN SPL-BEXH-KEY
014610             INVALID KEY
014620                 MOVE "Y" TO SPL-B-EOF-SWITCH
014630         END-START
014640     END-IF.
014650
014660 8250-OPEN-LEG-B-EXIT.
014670     EXIT.
014680
014690******************************************************************
014700* 8260-READ-LEG-B - READ THE NEXT LEG B RECORD INTO SPL-B-IMAGE
014710*                   AND SET ITS MATCH KEY
014720******************************************************************
014730 8260-READ-LEG-B.
014740
014750     IF SPL-B-EOF-YES
014760         MOVE HIGH-VALUES TO SPL-B-KEY
014770         GO TO 8260-READ-LEG-B-EXIT
014780     END-IF.
014790
014800     IF SPL-FX = 1
014810         READ B-RPT-FILE INTO SPL-B-IMAGE
014820             AT END
014830                 MOVE "Y" TO SPL-B-EOF-SWITCH
014840         END-READ
014850     END-IF.
014860     IF SPL-FX = 2
014870         READ B-EXT-FILE INTO SPL-B-IMAGE
014880             AT END
014890                 MOVE "Y" TO SPL-B-EOF-SWITCH
014900         END-READ
014910     END-IF.
014920     IF SPL-FX = 3
014930         READ B-EXC-FILE INTO SPL-B-IMAGE
014940             AT END
014950                 MOVE "Y" TO SPL-B-EOF-SWITCH
014960         END-READ
014970     END-IF.
014980     IF SPL-FX = 4
014990         READ B-REJ-FILE INTO SPL-B-IMAGE
015000             AT END
015010                 MOVE "Y" TO SPL-B-EOF-SWITCH
015020         END-READ
015030     END-IF.
015040     IF SPL-FX = 5
015050         READ B-CKPT-FILE INTO SPL-B-IMAGE
015060             AT END
015070                 MOVE "Y" TO SPL-B-EOF-SWITCH
015080         END-READ
015090     END-IF.
015100     IF SPL-FX = 6
015110         READ B-ALRT-FILE INTO SPL-B-IMAGE
015120             AT END
015130                 MOVE "Y" TO SPL-B-EOF-SWITCH
015140         END-READ
015150     END-IF.
015160     IF SPL-FX = 7
015170         READ B-EBAL-FILE NEXT RECORD INTO SPL-B-IMAGE
015180             AT END
015190                 MOVE "Y" TO SPL-B-EOF-SWITCH
015200         END-READ
015210     END-IF.
015220     IF SPL-FX = 8
015230         READ B-CCM-FILE NEXT RECORD INTO SPL-B-IMAGE
015240             AT END
015250                 MOVE "Y" TO SPL-B-EOF-SWITCH
015260         END-READ
015270     END-IF.
015280     IF SPL-FX = 9
015290         READ B-THIST-FILE NEXT RECORD INTO SPL-B-IMAGE
015300             AT END
015310                 MOVE "Y" TO SPL-B-EOF-SWITCH
015320         END-READ
015330     END-IF.
015340     IF SPL-FX = 10
015350         READ B-PEND-FILE NEXT RECORD INTO SPL-B-IMAGE
015360             AT END
015370                 MOVE "Y" TO SPL-B-EOF-SWITCH
015380         END-READ
015390     END-IF.
015400     IF SPL-FX = 11
015410         READ B-PPAF-FILE NEXT RECORD INTO SPL-B-IMAGE
015420             AT END
015430                 MOVE "Y" TO SPL-B-EOF-SWITCH
015440         END-READ
015450     END-IF.
015460     IF SPL-FX = 12
015470         READ B-EXTH-FILE NEXT RECORD INTO SPL-B-IMAGE
015480             AT END
015490                 MOVE "Y" TO SPL-B-EOF-SWITCH
015500         END-READ
015510     END-IF.
015520
015530     IF SPL-B-EOF-YES
015540         MOVE HIGH-VALUES TO SPL-B-KEY
015550         GO TO 8260-READ-LEG-B-EXIT
015560     END-IF.
015570
015580     ADD 1 TO SPL-B-COUNT.
015590
015600     IF SPL-FX NOT > SPL-FLAT-MAX
015610         MOVE SPL-B-COUNT TO SPL-SEQ
015620         MOVE SPL-SEQ     TO SPL-B-KEY
015630     END-IF.
015640     IF SPL-FX = 7
015650         MOVE SPL-BEBL-KEY TO SPL-B-KEY
015660     END-IF.
015670     IF SPL-FX = 8
015680         MOVE SPL-BCCM-KEY TO SPL-B-KEY
015690     END-IF.
015700     IF SPL-FX = 9
015710         MOVE SPL-BHIS-KEY TO SPL-B-KEY
015720     END-IF.
015730     IF SPL-FX = 10
015740         MOVE SPL-BPND-KEY TO SPL-B-KEY
015750     END-IF.
015760     IF SPL-FX = 11
015770         MOVE SPL-BPPA-KEY TO SPL-B-KEY
015780     END-IF.
015790     IF SPL-FX = 12
015800         MOVE SPL-BEXH-KEY TO SPL-B-KEY
015810     END-IF.
015820
015830 8260-READ-LEG-B-EXIT.
015840     EXIT.
015850
015860******************************************************************
015870* 8270-CLOSE-LEG-B - CLOSE LEG B FILE SPL-FX IF IT IS OPEN
015880******************************************************************
015890 8270-CLOSE-LEG-B.
015900
015910     IF SPL-B-OPEN-NO
015920         GO TO 8270-CLOSE-LEG-B-EXIT
015930     END-IF.
015940
015950     IF SPL-FX = 1
015960         CLOSE B-RPT-FILE
015970     END-IF.
015980     IF SPL-FX = 2
015990         CLOSE B-EXT-FILE
016000     END-IF.
016010     IF SPL-FX = 3
016020         CLOSE B-EXC-FILE
016030     END-IF.
016040     IF SPL-FX = 4
016050         CLOSE B-REJ-FILE
016060     END-IF.
016070     IF SPL-FX = 5
016080         CLOSE B-CKPT-FILE
016090     END-IF.
016100     IF SPL-FX = 6
016110         CLOSE B-ALRT-FILE
016120     END-IF.
016130     IF SPL-FX = 7
016140         CLOSE B-EBAL-FILE
016150     END-IF.
016160     IF SPL-FX = 8
016170         CLOSE B-CCM-FILE
016180     END-IF.
016190     IF SPL-FX = 9
016200         CLOSE B-THIST-FILE
016210     END-IF.
016220     IF SPL-FX = 10
016230         CLOSE B-PEND-FILE
016240     END-IF.
016250     IF SPL-FX = 11
016260         CLOSE B-PPAF-FILE
016270     END-IF.
016280     IF SPL-FX = 12
016290         CLOSE B-EXTH-FILE
016300     END-IF.
016310
016320     MOVE "N" TO SPL-B-OPEN-SWITCH.
016330
016340 8270-CLOSE-LEG-B-EXIT.
016350     EXIT.
016360
016370******************************************************************
016380* 8300-OPEN-PRODUCTION - OPEN PRODUCTION MASTER SPL-FX FOR INPUT
016390*                        AT ITS FIRST KEY
016400******************************************************************
016410 8300-OPEN-PRODUCTION.
016420
016430     MOVE "N" TO SPL-P-OPEN-SWITCH.
016440     MOVE "N" TO SPL-P-EOF-SWITCH.
016450
016460     IF SPL-FX = 7
016470         OPEN INPUT PROD-EBAL-FILE
016480     END-IF.
016490     IF SPL-FX = 8
016500         OPEN INPUT PROD-CCM-FILE
016510     END-IF.
016520
016530     IF NOT SPL-P-OK
016540         GO TO 8300-OPEN-PRODUCTION-EXIT
016550     END-IF.
016560     MOVE "Y" TO SPL-P-OPEN-SWITCH.
016570
016580     IF SPL-FX = 7
016590         MOVE LOW-VALUES TO SPL-PEBL-KEY
016600         START PROD-EBAL-FILE
016610             KEY IS NOT LESS THAN SPL-PEBL-KEY
016620             INVALID KEY
016630                 MOVE "Y" TO SPL-P-EOF-SWITCH
016640         END-START
016650     END-IF.
016660     IF SPL-FX = 8
016670         MOVE LOW-VALUES TO SPL-PCCM-KEY
016680         START PROD-CCM-FILE
016690             KEY IS NOT LESS THAN SPL-PCCM-KEY
016700             INVALID KEY
016710                 MOVE "Y" TO SPL-P-EOF-SWITCH
016720         END-START
016730     END-IF.
016740
016750 8300-OPEN-PRODUCTION-EXIT.
016760     EXIT.
016770
016780******************************************************************
016790* 8310-READ-PRODUCTION - READ THE NEXT PRODUCTION RECORD INTO
016800*                        SPL-P-IMAGE
016810******************************************************************
016820 8310-READ-PRODUCTION.
016830
016840     IF SPL-P-EOF-YES
016850         GO TO 8310-READ-PRODUCTION-EXIT
016860     END-IF.
016870
016880     IF SPL-FX = 7
016890         READ PROD-EBAL-FILE NEXT RECORD INTO SPL-P-IMAGE
016900             AT END
016910                 MOVE "Y" TO SPL-P-EOF-SWITCH
016920         END-READ
016930     END-IF.
016940     IF SPL-FX = 8
016950         READ PROD-CCM-FILE NEXT RECORD INTO SPL-P-IMAGE
016960             AT END
016970                 MOVE "Y" TO SPL-P-EOF-SWITCH
016980         END-READ
016990     END-IF.
017000
017010     IF SPL-P-EOF-NO
017020         ADD 1 TO SPL-P-COUNT
017030     END-IF.
017040
017050 8310-READ-PRODUCTION-EXIT.
017060     EXIT.
017070
017080******************************************************************
017090* 8320-CLOSE-PRODUCTION - CLOSE PRODUCTION MASTER SPL-FX IF OPEN
017100******************************************************************
017110 8320-CLOSE-PRODUCTION.
017120
017130     IF SPL-P-OPEN-NO
017140         GO TO 8320-CLOSE-PRODUCTION-EXIT
017150     END-IF.
017160
017170     IF SPL-FX = 7
017180         CLOSE PROD-EBAL-FILE
017190     END-IF.
017200     IF SPL-FX = 8
017210         CLOSE PROD-CCM-FILE
017220     END-IF.
017230
017240     MOVE "N" TO SPL-P-OPEN-SWITCH.
017250
017260 8320-CLOSE-PRODUCTION-EXIT.
017270     EXIT.
017280
017290******************************************************************
017300* 8900-WRITE-REPORT-LINE - WRITE THE WORK LINE TO SOMPLRPT
017310******************************************************************
017320 8900-WRITE-REPORT-LINE.
017330
017340     MOVE SPL-RPT-WORK-LINE TO SOM-PARL-REPORT-LINE.
017350     WRITE SOM-PARL-REPORT-LINE.
017360
017370     IF NOT SPL-RPT-OK
017380         DISPLAY "SOMPARL: SOMPLRPT WRITE FAILED, STATUS "
017390             SPL-RPT-STATUS
017400     END-IF.
017410
017420     MOVE SPACES TO SPL-RPT-WORK-LINE.
017430
017440 8900-WRITE-REPORT-LINE-EXIT.
017450     EXIT.
017460
017470******************************************************************
017480* 9000-TERMINATE - PRINT THE OUTCOME, CLOSE UP AND SET THE RETURN
017490*                  CODE
017500******************************************************************
017510 9000-TERMINATE.
017520
017530     IF SPL-INIT-FAILED
017540         GO TO 9000-TERMINATE-EXIT
017550     END-IF.
017560
017570     MOVE SPACES TO SPL-RPT-WORK-LINE.
017580     PERFORM 8900-WRITE-REPORT-LINE
017590         THRU 8900-WRITE-REPORT-LINE-EXIT.
017600
017610     IF SPL-FUNCTION-LOAD
017620         IF SPL-FAILED-YES
017630             MOVE "*** LEGS NOT LOADED - DO NOT RUN THE LEGS"
017640                 TO SPL-RPT-NOTE-TEXT
017650             MOVE 8 TO RETURN-CODE
017660         ELSE
017670             MOVE "LEGS LOADED - BOTH START FROM PRODUCTION"
017680                 TO SPL-RPT-NOTE-TEXT
017690             MOVE 0 TO RETURN-CODE
017700         END-IF
017710         PERFORM 8900-WRITE-REPORT-LINE
017720             THRU 8900-WRITE-REPORT-LINE-EXIT
017730     END-IF.
017740
017750     IF SPL-FUNCTION-COMPARE
017760         MOVE "RECORDS MATCHED ON BOTH LEGS" TO SPL-RPT-CNT-LABEL
017770         MOVE SPL-TOTAL-COMPARED             TO SPL-RPT-CNT-COUNT
017780         PERFORM 8900-WRITE-REPORT-LINE
017790             THRU 8900-WRITE-REPORT-LINE-EXIT
017800         MOVE "RECORDS DIFFERENT"            TO SPL-RPT-CNT-LABEL
017810         MOVE SPL-TOTAL-DIFFERENT            TO SPL-RPT-CNT-COUNT
017820         PERFORM 8900-WRITE-REPORT-LINE
017830             THRU 8900-WRITE-REPORT-LINE-EXIT
017840         MOVE "FILES DIFFERENT"              TO SPL-RPT-CNT-LABEL
017850         MOVE SPL-DIFF-FILES                 TO SPL-RPT-CNT-COUNT
017860         PERFORM 8900-WRITE-REPORT-LINE
017870             THRU 8900-WRITE-REPORT-LINE-EXIT
017880         IF SPL-DIFF-FILES > 0
017890             MOVE "*** LEGS DIFFER - SEE THE DIFFERENCES ABOVE"
017900                 TO SPL-RPT-NOTE-TEXT
017910             MOVE 4 TO RETURN-CODE
017920         ELSE
017930             MOVE "LEGS IDENTICAL"
017940                 TO SPL-RPT-NOTE-TEXT
017950             MOVE 0 TO RETURN-CODE
017960         END-IF
017970         PERFORM 8900-WRITE-REPORT-LINE
017980             THRU 8900-WRITE-REPORT-LINE-EXIT
017990     END-IF.
018000
018010     CLOSE REPORT-FILE.
018020
018030     IF SPL-FUNCTION-COMPARE AND SPL-DIFF-FILES > 0
018040         DISPLAY "SOMPARL: " SPL-DIFF-FILES
018050             " FILE(S) DIFFER BETWEEN THE LEGS - SEE SOMPLRPT"
018060     END-IF.
018070     IF SPL-FUNCTION-LOAD AND SPL-FAILED-YES
018080         DISPLAY "SOMPARL: LEGS NOT LOADED - SEE SOMPLRPT"
018090     END-IF.
018100
018110 9000-TERMINATE-EXIT.
018120     EXIT.
