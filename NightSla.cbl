000010******************************************************************
000020* PROGRAM:     NIGHTSLA
000030* AUTHOR:      J. ALVES NOGUEIRA
000040* INSTALLATION: LEARNING-COBOL BATCH SHOP
000050* DATE-WRITTEN: 2026-10-01
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     BATCH-WINDOW ELAPSED-TIME AND SLA ANALYSIS.  READS
000090*              THE RETAINED NIGHTLY JOURNAL HISTORY (NIGHTJRH)
000100*              FOLLOWED BY THE LATEST CYCLE'S JOURNAL (NIGHTJRN)
000110*              AND GROUPS THE RECORDS INTO CYCLES - A STARTED
000120*              HEADER OPENS A CYCLE, EACH RESTARTED HEADER ADDS A
000130*              RUN SEGMENT TO IT.  FOR THE MOST RECENT CYCLES IT
000140*              REPORTS:
000150*                - EACH CLEAN CYCLE'S START, END AND DURATION,
000160*                  FLAGGED LATE WHEN IT FINISHED AFTER THE MORNING
000170*                  ONLINE WINDOW, WITH EVERY STEP'S ELAPSED TIME,
000180*                  ITS ROLLING AVERAGE OVER THE STEP'S OWN EARLIER
000190*                  CLEAN RUNS, THE TREND AGAINST THAT AVERAGE AND
000200*                  AN OVER-SLA FLAG FROM THE STEP'S SETPARM LIMIT;
000210*                  A LATE CYCLE ALSO SHOWS ITS CRITICAL PATH (THE
000220*                  LONGEST STEP AND THE STEP MOST OVER ITS
000230*                  AVERAGE);
000240*                - RESTARTED AND ABORTED CYCLES IN A SEPARATE
000250*                  SECTION.  THEY NEVER FEED THE AVERAGES;
000260*                - A SUMMARY PER STEP OVER EVERY CLEAN CYCLE ON
000270*                  FILE.
000280*              SETPARM PARAMETERS, EACH DEFAULTED WHEN MISSING:
000290*                SLWINDOW  HOUR THE ONLINE WINDOW OPENS        06
000300*                SLAVGN    CLEAN RUNS IN THE ROLLING AVERAGE   10
000310*                SLTRNDPC  TREND PERCENT FLAGGED UP OR DOWN    25
000320*                SLRPTN    MOST RECENT CYCLES REPORTED         14
000330*                SLxxxxxx  SLA MINUTES FOR THE STEP WHOSE NAME
000340*                          BEGINS xxxxxx (E.G. SLSOMAND FOR
000350*                          SOMANDO); MISSING OR 0 = NO LIMIT.
000360*-----------------------------------------------------------------
000370* MODIFICATION HISTORY:
000380*   DATE       INIT  DESCRIPTION
000390*   2026-10-01 JAN   ORIGINAL VERSION - THE JOURNAL'S STEP TIMES
000400*                    WERE NEVER READ, SO A CYCLE CREEPING TOWARD
000410*                    THE MORNING WINDOW WENT UNSEEN UNTIL IT
000420*                    OVERRAN.
000430* Tectonics: cobc
000440******************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. NIGHTSLA.
000470
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT HISTORY-FILE ASSIGN "NIGHTJRH"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS NSL-JRH-STATUS.
000540
000550     SELECT JOURNAL-FILE ASSIGN "NIGHTJRN"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS NSL-JRN-STATUS.
000580
000590     SELECT PARAMETER-FILE ASSIGN "SETPARM"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS SET-PARAM-KEY
000630         FILE STATUS IS NSL-PARM-STATUS.
000640
000650     SELECT REPORT-FILE ASSIGN "NIGHTSLR"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS NSL-RPT-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  HISTORY-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY NIGHTJRH.
000740
000750 FD  JOURNAL-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY NIGHTJRN.
000780
000790 FD  PARAMETER-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 COPY SETPARM.
000820
000830 FD  REPORT-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 COPY NIGHTSLR.
000860
000870 WORKING-STORAGE SECTION.
000880 77  NSL-JRH-STATUS              PIC X(02) VALUE "00".
000890     88  NSL-JRH-OK                         VALUE "00".
000900
000910 77  NSL-JRN-STATUS              PIC X(02) VALUE "00".
000920     88  NSL-JRN-OK                         VALUE "00".
000930
000940 77  NSL-PARM-STATUS             PIC X(02) VALUE "00".
000950     88  NSL-PARM-OK                        VALUE "00".
000960
000970 77  NSL-RPT-STATUS              PIC X(02) VALUE "00".
000980     88  NSL-RPT-OK                         VALUE "00".
000990
001000 77  NSL-INIT-STATUS-SWITCH      PIC X(01) VALUE "Y".
001010     88  NSL-INIT-OK                        VALUE "Y".
001020     88  NSL-INIT-FAILED                    VALUE "N".
001030
001040*    WHICH FILE THE NEXT RECORD COMES FROM: THE HISTORY, THEN THE
001050*    CURRENT JOURNAL, THEN END OF INPUT
001060 77  NSL-SOURCE-SWITCH           PIC X(01) VALUE "H".
001070     88  NSL-SRC-HISTORY                    VALUE "H".
001080     88  NSL-SRC-JOURNAL                    VALUE "J".
001090     88  NSL-SRC-END                        VALUE "E".
001100
001110 77  NSL-JRH-OPEN-SWITCH         PIC X(01) VALUE "N".
001120     88  NSL-JRH-OPEN-YES                   VALUE "Y".
001130     88  NSL-JRH-OPEN-NO                    VALUE "N".
001140
001150 77  NSL-JRN-OPEN-SWITCH         PIC X(01) VALUE "N".
001160     88  NSL-JRN-OPEN-YES                   VALUE "Y".
001170     88  NSL-JRN-OPEN-NO                    VALUE "N".
001180
001190 77  NSL-CYCLE-OPEN-SWITCH       PIC X(01) VALUE "N".
001200     88  NSL-CYCLE-OPEN-YES                 VALUE "Y".
001210     88  NSL-CYCLE-OPEN-NO                  VALUE "N".
001220
001230 77  NSL-SEGMENT-OPEN-SWITCH     PIC X(01) VALUE "N".
001240     88  NSL-SEGMENT-OPEN-YES               VALUE "Y".
001250     88  NSL-SEGMENT-OPEN-NO                VALUE "N".
001260
001270 77  NSL-DETAIL-SWITCH           PIC X(01) VALUE "N".
001280     88  NSL-DETAIL-YES                     VALUE "Y".
001290     88  NSL-DETAIL-NO                      VALUE "N".
001300
001310 77  NSL-LATE-SWITCH             PIC X(01) VALUE "N".
001320     88  NSL-LATE-YES                       VALUE "Y".
001330     88  NSL-LATE-NO                        VALUE "N".
001340
001350 77  NSL-FOUND-SWITCH            PIC X(01) VALUE "N".
001360     88  NSL-FOUND-YES                      VALUE "Y".
001370     88  NSL-FOUND-NO                       VALUE "N".
001380
001390 77  NSL-HAS-AVG-SWITCH          PIC X(01) VALUE "N".
001400     88  NSL-HAS-AVG-YES                    VALUE "Y".
001410     88  NSL-HAS-AVG-NO                     VALUE "N".
001420
001430 77  NSL-OVER-SWITCH             PIC X(01) VALUE "N".
001440     88  NSL-OVER-YES                       VALUE "Y".
001450     88  NSL-OVER-NO                        VALUE "N".
001460
001470 77  NSL-WARN-SWITCH             PIC X(01) VALUE "N".
001480     88  NSL-WARN-YES                       VALUE "Y".
001490     88  NSL-WARN-NO                        VALUE "N".
001500
001510 77  NSL-PASS                    PIC 9(01) VALUE 1.
001520 77  NSL-RUN-DATE                PIC 9(08) VALUE ZEROS.
001530
001540*    SETPARM PARAMETERS, AS READ (OR DEFAULTED) AT START OF RUN
001550 77  NSL-PARM-NAME               PIC X(08) VALUE SPACES.
001560 77  NSL-PARM-VALUE              PIC 9(02) VALUE ZEROS.
001570 77  NSL-WINDOW-HOUR             PIC 9(02) VALUE ZEROS.
001580 77  NSL-AVG-CYCLES              PIC 9(02) VALUE ZEROS.
001590 77  NSL-TREND-LIMIT             PIC 9(02) VALUE ZEROS.
001600 77  NSL-REPORT-CYCLES           PIC 9(02) VALUE ZEROS.
001610
001620 01  NSL-SLA-KEY.
001630     05  FILLER                      PIC X(02) VALUE "SL".
001640     05  NSL-SLA-KEY-STEP            PIC X(06) VALUE SPACES.
001650
001660*    THE CYCLE BEING GATHERED
001670 77  NSL-CYC-DATE                PIC 9(08) VALUE ZEROS.
001680 77  NSL-CYC-START-SECS          PIC 9(07) COMP VALUE 0.
001690 77  NSL-CYC-DURATION            PIC 9(07) COMP VALUE 0.
001700 77  NSL-CYC-SPAN                PIC 9(07) COMP VALUE 0.
001710 77  NSL-CYC-SEGMENTS            PIC 9(02) VALUE ZEROS.
001720 77  NSL-CYC-FINAL               PIC X(10) VALUE SPACES.
001730 77  NSL-CYC-CLASS               PIC X(09) VALUE SPACES.
001740 77  NSL-CYC-FAIL-STEP           PIC X(10) VALUE SPACES.
001750 77  NSL-CYC-FAIL-RC             PIC 9(02) VALUE ZEROS.
001760 77  NSL-CYC-LAST-END-SECS       PIC 9(07) COMP VALUE 0.
001770 77  NSL-SEG-START-SECS          PIC 9(07) COMP VALUE 0.
001780 77  NSL-SEG-END-SECS            PIC 9(07) COMP VALUE 0.
001790
001800*    TIME ARITHMETIC WORK FIELDS - ALL IN SECONDS
001810 77  NSL-SECONDS                 PIC 9(07) COMP VALUE 0.
001820 77  NSL-START-SECS              PIC 9(07) COMP VALUE 0.
001830 77  NSL-END-SECS                PIC 9(07) COMP VALUE 0.
001840 77  NSL-ELAPSED                 PIC 9(07) COMP VALUE 0.
001850 77  NSL-WINDOW-SECS             PIC 9(07) COMP VALUE 0.
001860 77  NSL-FINISH-SECS             PIC 9(07) COMP VALUE 0.
001870 77  NSL-FMT-SECONDS             PIC 9(07) COMP VALUE 0.
001880 77  NSL-FMT-REST                PIC 9(07) COMP VALUE 0.
001890 77  NSL-AVERAGE                 PIC 9(07) COMP VALUE 0.
001900 77  NSL-RING-SUM                PIC 9(09) COMP VALUE 0.
001910 77  NSL-SLA-SECS                PIC 9(07) COMP VALUE 0.
001920 77  NSL-TREND-PCT               PIC S9(05) COMP VALUE 0.
001930 77  NSL-SHARE-PCT               PIC 9(03) COMP VALUE 0.
001940 77  NSL-OVER-AVG                PIC 9(07) COMP VALUE 0.
001950
001960*    CRITICAL PATH OF THE CLEAN CYCLE BEING REPORTED
001970 77  NSL-LONGEST-BX              PIC 9(03) COMP VALUE 0.
001980 77  NSL-LONGEST-SECS            PIC 9(07) COMP VALUE 0.
001990 77  NSL-MOST-OVER-BX            PIC 9(03) COMP VALUE 0.
002000 77  NSL-MOST-OVER-SECS          PIC 9(07) COMP VALUE 0.
002010
002020 77  NSL-SEEK-NAME               PIC X(10) VALUE SPACES.
002030 77  NSL-BX                      PIC 9(03) COMP VALUE 0.
002040 77  NSL-SX                      PIC 9(03) COMP VALUE 0.
002050 77  NSL-HIT-SX                  PIC 9(03) COMP VALUE 0.
002060 77  NSL-RX                      PIC 9(03) COMP VALUE 0.
002070 77  NSL-EX                      PIC 9(03) COMP VALUE 0.
002080 77  NSL-BUFFER-COUNT            PIC 9(03) COMP VALUE 0.
002090 77  NSL-BUFFER-MAX              PIC 9(03) COMP VALUE 40.
002100 77  NSL-STEP-COUNT              PIC 9(03) COMP VALUE 0.
002110 77  NSL-STEP-MAX                PIC 9(03) COMP VALUE 40.
002120 77  NSL-EXC-COUNT               PIC 9(03) COMP VALUE 0.
002130
002140 77  NSL-CYCLE-SEQ               PIC 9(07) COMP VALUE 0.
002150 77  NSL-CYCLE-TOTAL             PIC 9(07) COMP VALUE 0.
002160 77  NSL-REPORT-FROM             PIC 9(07) COMP VALUE 0.
002170 77  NSL-READ-COUNT              PIC 9(07) COMP VALUE 0.
002180 77  NSL-SKIP-COUNT              PIC 9(07) COMP VALUE 0.
002190 77  NSL-CLEAN-COUNT             PIC 9(07) COMP VALUE 0.
002200 77  NSL-RESTART-COUNT           PIC 9(07) COMP VALUE 0.
002210 77  NSL-ABORT-COUNT             PIC 9(07) COMP VALUE 0.
002220 77  NSL-DETAIL-COUNT            PIC 9(07) COMP VALUE 0.
002230 77  NSL-LATE-COUNT              PIC 9(07) COMP VALUE 0.
002240 77  NSL-OVER-SLA-COUNT          PIC 9(07) COMP VALUE 0.
002250
002260******************************************************************
002270* NSL-TIME-WORK - A JOURNAL TIME (HHMMSSCC) SPLIT INTO ITS PARTS
002280******************************************************************
002290 01  NSL-TIME-WORK.
002300     05  NSL-TIME-VALUE              PIC 9(08).
002310     05  NSL-TIME-PARTS REDEFINES NSL-TIME-VALUE.
002320         10  NSL-TIME-HH             PIC 9(02).
002330         10  NSL-TIME-MM             PIC 9(02).
002340         10  NSL-TIME-SS             PIC 9(02).
002350         10  NSL-TIME-CC             PIC 9(02).
002360
002370******************************************************************
002380* NSL-HMS-TEXT - A NUMBER OF SECONDS SHOWN AS HH:MM:SS
002390******************************************************************
002400 01  NSL-HMS-TEXT.
002410     05  NSL-HMS-HH                  PIC 9(02).
002420     05  FILLER                      PIC X(01) VALUE ":".
002430     05  NSL-HMS-MM                  PIC 9(02).
002440     05  FILLER                      PIC X(01) VALUE ":".
002450     05  NSL-HMS-SS                  PIC 9(02).
002460
002470******************************************************************
002480* NSL-BUFFER-TABLE - THE STEP RECORDS OF THE CYCLE BEING GATHERED,
002490* HELD UNTIL THE CYCLE CLOSES AND ITS CLASS IS KNOWN
002500******************************************************************
002510 01  NSL-BUFFER-TABLE.
002520     05  NSL-BUFFER-ENTRY OCCURS 40 TIMES.
002530         10  NSL-BUF-NAME            PIC X(10).
002540         10  NSL-BUF-ELAPSED         PIC 9(07) COMP.
002550         10  NSL-BUF-AVERAGE         PIC 9(07) COMP.
002560         10  NSL-BUF-HAS-AVG         PIC X(01).
002570
002580******************************************************************
002590* NSL-STEP-TABLE - ONE ENTRY PER STEP NAME SEEN IN A CLEAN CYCLE.
002600* THE RING HOLDS THE STEP'S LAST "SLAVGN" CLEAN ELAPSED TIMES FOR
002610* THE ROLLING AVERAGE; THE TOTALS COVER EVERY CLEAN CYCLE.
002620******************************************************************
002630 01  NSL-STEP-TABLE.
002640     05  NSL-STEP-ENTRY OCCURS 40 TIMES.
002650         10  NSL-STP-NAME            PIC X(10).
002660         10  NSL-STP-SLA-MIN         PIC 9(02).
002670         10  NSL-STP-RING-COUNT      PIC 9(03) COMP.
002680         10  NSL-STP-RING-NEXT       PIC 9(03) COMP.
002690         10  NSL-STP-RING            PIC 9(07) COMP
002700                                     OCCURS 30 TIMES.
002710         10  NSL-STP-RUNS            PIC 9(05) COMP.
002720         10  NSL-STP-SUM             PIC 9(09) COMP.
002730         10  NSL-STP-MIN             PIC 9(07) COMP.
002740         10  NSL-STP-MAX             PIC 9(07) COMP.
002750         10  NSL-STP-OVER            PIC 9(05) COMP.
002760
002770******************************************************************
002780* NSL-EXC-TABLE - THE RESTARTED AND ABORTED CYCLES AMONG THE ONES
002790* REPORTED, PRINTED AFTER THE CLEAN CYCLES
002800******************************************************************
002810 01  NSL-EXC-TABLE.
002820     05  NSL-EXC-ENTRY OCCURS 99 TIMES.
002830         10  NSL-EXE-DATE            PIC 9(08).
002840         10  NSL-EXE-CLASS           PIC X(09).
002850         10  NSL-EXE-SEGMENTS        PIC 9(02).
002860         10  NSL-EXE-FINAL           PIC X(10).
002870         10  NSL-EXE-DURATION        PIC 9(07) COMP.
002880         10  NSL-EXE-FAIL-STEP       PIC X(10).
002890         10  NSL-EXE-FAIL-RC         PIC 9(02).
002900         10  NSL-EXE-LATE            PIC X(01).
002910
002920******************************************************************
002930* NSL-RPT-WORK-LINE AND ITS REDEFINES - THE REPORT LINE IS BUILT
002940* HERE IN WORKING STORAGE, THEN MOVED INTO THE REPORT-FILE RECORD
002950* JUST BEFORE EACH WRITE.
002960******************************************************************
002970 01  NSL-RPT-WORK-LINE               PIC X(080) VALUE SPACES.
002980
002990 01  NSL-RPT-HEADING REDEFINES NSL-RPT-WORK-LINE.
003000     05  NSL-RPT-HDG-LABEL           PIC X(50).
003010     05  NSL-RPT-HDG-DATE            PIC 9(08).
003020     05  FILLER                      PIC X(22).
003030
003040 01  NSL-RPT-NOTE REDEFINES NSL-RPT-WORK-LINE.
003050     05  NSL-RPT-NOTE-TEXT           PIC X(60).
003060     05  FILLER                      PIC X(20).
003070
003080 01  NSL-RPT-PARMS REDEFINES NSL-RPT-WORK-LINE.
003090     05  NSL-RPT-PRM-WINDOW-LBL      PIC X(15).
003100     05  NSL-RPT-PRM-WINDOW          PIC 9(02).
003110     05  NSL-RPT-PRM-WINDOW-MIN      PIC X(03).
003120     05  FILLER                      PIC X(02).
003130     05  NSL-RPT-PRM-AVG-LBL         PIC X(16).
003140     05  NSL-RPT-PRM-AVG             PIC Z9.
003150     05  FILLER                      PIC X(02).
003160     05  NSL-RPT-PRM-TREND-LBL       PIC X(10).
003170     05  NSL-RPT-PRM-TREND           PIC Z9.
003180     05  FILLER                      PIC X(02).
003190     05  NSL-RPT-PRM-SHOWN-LBL       PIC X(13).
003200     05  NSL-RPT-PRM-SHOWN           PIC Z9.
003210     05  FILLER                      PIC X(09).
003220
003230 01  NSL-RPT-CYCLE REDEFINES NSL-RPT-WORK-LINE.
003240     05  NSL-RPT-CYC-LABEL           PIC X(06).
003250     05  NSL-RPT-CYC-DATE            PIC 9(08).
003260     05  FILLER                      PIC X(02).
003270     05  NSL-RPT-CYC-START-LBL       PIC X(06).
003280     05  NSL-RPT-CYC-START           PIC X(08).
003290     05  FILLER                      PIC X(02).
003300     05  NSL-RPT-CYC-END-LBL         PIC X(04).
003310     05  NSL-RPT-CYC-END             PIC X(08).
003320     05  FILLER                      PIC X(02).
003330     05  NSL-RPT-CYC-DUR-LBL         PIC X(09).
003340     05  NSL-RPT-CYC-DURATION        PIC X(08).
003350     05  FILLER                      PIC X(02).
003360     05  NSL-RPT-CYC-FLAG            PIC X(12).
003370     05  FILLER                      PIC X(03).
003380
003390 01  NSL-RPT-STEP-COLUMNS REDEFINES NSL-RPT-WORK-LINE.
003400     05  FILLER                      PIC X(02).
003410     05  NSL-RPT-STC-NAME            PIC X(10).
003420     05  FILLER                      PIC X(02).
003430     05  NSL-RPT-STC-ELAPSED         PIC X(08).
003440     05  FILLER                      PIC X(02).
003450     05  NSL-RPT-STC-AVERAGE         PIC X(08).
003460     05  FILLER                      PIC X(02).
003470     05  NSL-RPT-STC-TREND           PIC X(06).
003480     05  FILLER                      PIC X(01).
003490     05  NSL-RPT-STC-FLAG            PIC X(04).
003500     05  FILLER                      PIC X(02).
003510     05  NSL-RPT-STC-SLA             PIC X(03).
003520     05  FILLER                      PIC X(02).
003530     05  NSL-RPT-STC-STATUS          PIC X(08).
003540     05  FILLER                      PIC X(20).
003550
003560 01  NSL-RPT-STEP REDEFINES NSL-RPT-WORK-LINE.
003570     05  FILLER                      PIC X(02).
003580     05  NSL-RPT-STP-NAME            PIC X(10).
003590     05  FILLER                      PIC X(02).
003600     05  NSL-RPT-STP-ELAPSED         PIC X(08).
003610     05  FILLER                      PIC X(02).
003620     05  NSL-RPT-STP-AVERAGE         PIC X(08).
003630     05  FILLER                      PIC X(02).
003640     05  NSL-RPT-STP-TREND           PIC -(4)9.
003650     05  NSL-RPT-STP-PCT             PIC X(01).
003660     05  FILLER                      PIC X(01).
003670     05  NSL-RPT-STP-FLAG            PIC X(04).
003680     05  FILLER                      PIC X(02).
003690     05  NSL-RPT-STP-SLA             PIC ZZ9.
003700     05  FILLER                      PIC X(02).
003710     05  NSL-RPT-STP-STATUS          PIC X(08).
003720     05  FILLER                      PIC X(20).
003730
003740 01  NSL-RPT-CRITICAL REDEFINES NSL-RPT-WORK-LINE.
003750     05  FILLER                      PIC X(04).
003760     05  NSL-RPT-CRT-LABEL           PIC X(18).
003770     05  NSL-RPT-CRT-NAME            PIC X(10).
003780     05  FILLER                      PIC X(02).
003790     05  NSL-RPT-CRT-ELAPSED         PIC X(08).
003800     05  FILLER                      PIC X(02).
003810     05  NSL-RPT-CRT-SHARE           PIC ZZ9.
003820     05  NSL-RPT-CRT-NOTE            PIC X(13).
003830     05  NSL-RPT-CRT-OVER            PIC X(08).
003840     05  FILLER                      PIC X(12).
003850
003860 01  NSL-RPT-EXC-COLUMNS REDEFINES NSL-RPT-WORK-LINE.
003870     05  FILLER                      PIC X(02).
003880     05  NSL-RPT-EXC-COL-DATE        PIC X(08).
003890     05  FILLER                      PIC X(02).
003900     05  NSL-RPT-EXC-COL-CLASS       PIC X(09).
003910     05  FILLER                      PIC X(02).
003920     05  NSL-RPT-EXC-COL-SEGS        PIC X(04).
003930     05  NSL-RPT-EXC-COL-FINAL       PIC X(10).
003940     05  FILLER                      PIC X(02).
003950     05  NSL-RPT-EXC-COL-DURATION    PIC X(08).
003960     05  FILLER                      PIC X(02).
003970     05  NSL-RPT-EXC-COL-STEP        PIC X(10).
003980     05  FILLER                      PIC X(02).
003990     05  NSL-RPT-EXC-COL-RC          PIC X(02).
004000     05  FILLER                      PIC X(02).
004010     05  NSL-RPT-EXC-COL-LATE        PIC X(04).
004020     05  FILLER                      PIC X(11).
004030
004040 01  NSL-RPT-EXCEPTION REDEFINES NSL-RPT-WORK-LINE.
004050     05  FILLER                      PIC X(02).
004060     05  NSL-RPT-EXC-DATE            PIC 9(08).
004070     05  FILLER                      PIC X(02).
004080     05  NSL-RPT-EXC-CLASS           PIC X(09).
004090     05  FILLER                      PIC X(02).
004100     05  NSL-RPT-EXC-SEGMENTS        PIC Z9.
004110     05  FILLER                      PIC X(02).
004120     05  NSL-RPT-EXC-FINAL           PIC X(10).
004130     05  FILLER                      PIC X(02).
004140     05  NSL-RPT-EXC-DURATION        PIC X(08).
004150     05  FILLER                      PIC X(02).
004160     05  NSL-RPT-EXC-STEP            PIC X(10).
004170     05  FILLER                      PIC X(02).
004180     05  NSL-RPT-EXC-RC              PIC Z9.
004190     05  FILLER                      PIC X(02).
004200     05  NSL-RPT-EXC-LATE            PIC X(04).
004210     05  FILLER                      PIC X(11).
004220
004230 01  NSL-RPT-SUM-COLUMNS REDEFINES NSL-RPT-WORK-LINE.
004240     05  FILLER                      PIC X(02).
004250     05  NSL-RPT-SMC-NAME            PIC X(10).
004260     05  FILLER                      PIC X(02).
004270     05  NSL-RPT-SMC-RUNS            PIC X(05).
004280     05  FILLER                      PIC X(02).
004290     05  NSL-RPT-SMC-AVERAGE         PIC X(08).
004300     05  FILLER                      PIC X(02).
004310     05  NSL-RPT-SMC-MINIMUM         PIC X(08).
004320     05  FILLER                      PIC X(02).
004330     05  NSL-RPT-SMC-MAXIMUM         PIC X(08).
004340     05  FILLER                      PIC X(02).
004350     05  NSL-RPT-SMC-SLA             PIC X(03).
004360     05  FILLER                      PIC X(02).
004370     05  NSL-RPT-SMC-OVER            PIC X(08).
004380     05  FILLER                      PIC X(16).
004390
004400 01  NSL-RPT-SUMMARY REDEFINES NSL-RPT-WORK-LINE.
004410     05  FILLER                      PIC X(02).
004420     05  NSL-RPT-SUM-NAME            PIC X(10).
004430     05  FILLER                      PIC X(02).
004440     05  NSL-RPT-SUM-RUNS            PIC ZZZZ9.
004450     05  FILLER                      PIC X(02).
004460     05  NSL-RPT-SUM-AVERAGE         PIC X(08).
004470     05  FILLER                      PIC X(02).
004480     05  NSL-RPT-SUM-MINIMUM         PIC X(08).
004490     05  FILLER                      PIC X(02).
004500     05  NSL-RPT-SUM-MAXIMUM         PIC X(08).
004510     05  FILLER                      PIC X(02).
004520     05  NSL-RPT-SUM-SLA             PIC ZZ9.
004530     05  FILLER                      PIC X(05).
004540     05  NSL-RPT-SUM-OVER            PIC ZZZZ9.
004550     05  FILLER                      PIC X(16).
004560
004570 01  NSL-RPT-COUNT-LINE REDEFINES NSL-RPT-WORK-LINE.
004580     05  NSL-RPT-CNT-LABEL           PIC X(40).
004590     05  NSL-RPT-CNT-COUNT           PIC ZZZZZZ9.
004600     05  FILLER                      PIC X(33).
004610
004620 PROCEDURE DIVISION.
004630******************************************************************
004640* 0000-MAINLINE - PASS ONE COUNTS THE CYCLES ON FILE SO PASS TWO
004650*                 KNOWS WHICH ARE THE MOST RECENT ONES TO DETAIL;
004660*                 PASS TWO BUILDS THE AVERAGES OVER EVERY CLEAN
004670*                 CYCLE AND PRINTS THE RECENT ONES AS IT GOES.
004680******************************************************************
004690 0000-MAINLINE.
004700
004710     PERFORM 1000-INITIALIZE
004720         THRU 1000-INITIALIZE-EXIT.
004730
004740     IF NSL-INIT-OK
004750         MOVE 1 TO NSL-PASS
004760         PERFORM 2000-READ-PASS
004770             THRU 2000-READ-PASS-EXIT
004780         MOVE NSL-CYCLE-SEQ TO NSL-CYCLE-TOTAL
004790         IF NSL-CYCLE-TOTAL > NSL-REPORT-CYCLES
004800             COMPUTE NSL-REPORT-FROM =
004810                 NSL-CYCLE-TOTAL - NSL-REPORT-CYCLES
004820         END-IF
004830         PERFORM 1500-PRINT-HEADINGS
004840             THRU 1500-PRINT-HEADINGS-EXIT
004850         MOVE 2 TO NSL-PASS
004860         PERFORM 2000-READ-PASS
004870             THRU 2000-READ-PASS-EXIT
004880         PERFORM 6000-PRINT-EXCEPTIONS
004890             THRU 6000-PRINT-EXCEPTIONS-EXIT
004900         PERFORM 7000-PRINT-SUMMARY
004910             THRU 7000-PRINT-SUMMARY-EXIT
004920     END-IF.
004930
004940     PERFORM 9000-TERMINATE
004950         THRU 9000-TERMINATE-EXIT.
004960
004970     GOBACK.
004980
004990******************************************************************
005000* 1000-INITIALIZE - READ THE PARAMETERS AND OPEN THE REPORT.  THE
005010*                  PARAMETER FILE STAYS OPEN FOR THE RUN SO EACH
005020*                  STEP'S SLA CAN BE READ WHEN THE STEP IS FIRST
005030*                  SEEN.
005040******************************************************************
005050 1000-INITIALIZE.
005060
005070     ACCEPT NSL-RUN-DATE FROM DATE YYYYMMDD.
005080
005090     OPEN OUTPUT REPORT-FILE.
005100
005110     IF NOT NSL-RPT-OK
005120         DISPLAY "NIGHTSLA: UNABLE TO OPEN NIGHTSLR, STATUS "
005130             NSL-RPT-STATUS
005140         MOVE 8 TO RETURN-CODE
005150         MOVE "N" TO NSL-INIT-STATUS-SWITCH
005160         GO TO 1000-INITIALIZE-EXIT
005170     END-IF.
005180
005190     PERFORM 1400-LOAD-PARAMETERS
005200         THRU 1400-LOAD-PARAMETERS-EXIT.
005210
005220 1000-INITIALIZE-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260* 1400-LOAD-PARAMETERS - READ THE ANALYSIS PARAMETERS FROM
005270*                       SETPARM, EACH WITH ITS DEFAULT WHEN
005280*                       SETPARM OR THE PARAMETER IS MISSING:
005290*          SLWINDOW  HOUR THE ONLINE WINDOW OPENS        06
005300*          SLAVGN    CLEAN RUNS IN THE ROLLING AVERAGE   10
005310*          SLTRNDPC  TREND PERCENT FLAGGED UP OR DOWN    25
005320*          SLRPTN    MOST RECENT CYCLES REPORTED         14
005330******************************************************************
005340 1400-LOAD-PARAMETERS.
005350
005360     OPEN INPUT PARAMETER-FILE.
005370
005380     MOVE "SLWINDOW" TO NSL-PARM-NAME.
005390     MOVE 6          TO NSL-PARM-VALUE.
005400     PERFORM 1410-READ-PARAMETER
005410         THRU 1410-READ-PARAMETER-EXIT.
005420     MOVE NSL-PARM-VALUE TO NSL-WINDOW-HOUR.
005430
005440     MOVE "SLAVGN"   TO NSL-PARM-NAME.
005450     MOVE 10         TO NSL-PARM-VALUE.
005460     PERFORM 1410-READ-PARAMETER
005470         THRU 1410-READ-PARAMETER-EXIT.
005480     MOVE NSL-PARM-VALUE TO NSL-AVG-CYCLES.
005490
005500     MOVE "SLTRNDPC" TO NSL-PARM-NAME.
005510     MOVE 25         TO NSL-PARM-VALUE.
005520     PERFORM 1410-READ-PARAMETER
005530         THRU 1410-READ-PARAMETER-EXIT.
005540     MOVE NSL-PARM-VALUE TO NSL-TREND-LIMIT.
005550
005560     MOVE "SLRPTN"   TO NSL-PARM-NAME.
005570     MOVE 14         TO NSL-PARM-VALUE.
005580     PERFORM 1410-READ-PARAMETER
005590         THRU 1410-READ-PARAMETER-EXIT.
005600     MOVE NSL-PARM-VALUE TO NSL-REPORT-CYCLES.
005610
005620*    THE RING HOLDS AT MOST THIRTY RUNS; THE WINDOW IS AN HOUR OF
005630*    THE DAY; AT LEAST ONE CYCLE IS ALWAYS REPORTED.
005640     IF NSL-AVG-CYCLES < 1
005650         MOVE 1 TO NSL-AVG-CYCLES
005660     END-IF.
005670     IF NSL-AVG-CYCLES > 30
005680         MOVE 30 TO NSL-AVG-CYCLES
005690     END-IF.
005700     IF NSL-WINDOW-HOUR > 23
005710         MOVE 6 TO NSL-WINDOW-HOUR
005720     END-IF.
005730     IF NSL-REPORT-CYCLES < 1
005740         MOVE 1 TO NSL-REPORT-CYCLES
005750     END-IF.
005760
005770 1400-LOAD-PARAMETERS-EXIT.
005780     EXIT.
005790
005800******************************************************************
005810* 1410-READ-PARAMETER - READ ONE SETPARM PARAMETER; THE DEFAULT
005820*                      ALREADY IN NSL-PARM-VALUE STANDS WHEN THE
005830*                      FILE OR THE PARAMETER IS NOT THERE
005840******************************************************************
005850 1410-READ-PARAMETER.
005860
005870     IF NOT NSL-PARM-OK AND NSL-PARM-STATUS NOT = "23"
005880         GO TO 1410-READ-PARAMETER-EXIT
005890     END-IF.
005900
005910     MOVE NSL-PARM-NAME TO SET-PARAM-KEY.
005920
005930     READ PARAMETER-FILE
005940         KEY IS SET-PARAM-KEY
005950         INVALID KEY
005960             GO TO 1410-READ-PARAMETER-EXIT
005970     END-READ.
005980
005990     IF NSL-PARM-OK
006000         MOVE SET-PARAM-VALUE TO NSL-PARM-VALUE
006010     END-IF.
006020
006030 1410-READ-PARAMETER-EXIT.
006040     EXIT.
006050
006060******************************************************************
006070* 1500-PRINT-HEADINGS - REPORT TITLE, THE PARAMETERS IN FORCE AND
006080*                      THE CLEAN-CYCLE SECTION HEADING
006090******************************************************************
006100 1500-PRINT-HEADINGS.
006110
006120     MOVE SPACES TO NSL-RPT-WORK-LINE.
006130     MOVE "NIGHTLY BATCH ELAPSED-TIME AND SLA ANALYSIS, RUN "
006140         TO NSL-RPT-HDG-LABEL.
006150     MOVE NSL-RUN-DATE TO NSL-RPT-HDG-DATE.
006160     PERFORM 8000-WRITE-REPORT-LINE
006170         THRU 8000-WRITE-REPORT-LINE-EXIT.
006180
006190     MOVE SPACES             TO NSL-RPT-WORK-LINE.
006200     MOVE "ONLINE WINDOW  "  TO NSL-RPT-PRM-WINDOW-LBL.
006210     MOVE NSL-WINDOW-HOUR    TO NSL-RPT-PRM-WINDOW.
006220     MOVE ":00"              TO NSL-RPT-PRM-WINDOW-MIN.
006230     MOVE "AVERAGE OF LAST " TO NSL-RPT-PRM-AVG-LBL.
006240     MOVE NSL-AVG-CYCLES     TO NSL-RPT-PRM-AVG.
006250     MOVE "TREND PCT "       TO NSL-RPT-PRM-TREND-LBL.
006260     MOVE NSL-TREND-LIMIT    TO NSL-RPT-PRM-TREND.
006270     MOVE "CYCLES SHOWN "    TO NSL-RPT-PRM-SHOWN-LBL.
006280     MOVE NSL-REPORT-CYCLES  TO NSL-RPT-PRM-SHOWN.
006290     PERFORM 8000-WRITE-REPORT-LINE
006300         THRU 8000-WRITE-REPORT-LINE-EXIT.
006310
006320     MOVE SPACES TO NSL-RPT-WORK-LINE.
006330     PERFORM 8000-WRITE-REPORT-LINE
006340         THRU 8000-WRITE-REPORT-LINE-EXIT.
006350
006360     MOVE "CLEAN CYCLES" TO NSL-RPT-NOTE-TEXT.
006370     PERFORM 8000-WRITE-REPORT-LINE
006380         THRU 8000-WRITE-REPORT-LINE-EXIT.
006390
006400     MOVE SPACES         TO NSL-RPT-WORK-LINE.
006410     MOVE "STEP"         TO NSL-RPT-STC-NAME.
006420     MOVE " ELAPSED"     TO NSL-RPT-STC-ELAPSED.
006430     MOVE " AVERAGE"     TO NSL-RPT-STC-AVERAGE.
006440     MOVE " TREND"       TO NSL-RPT-STC-TREND.
006450     MOVE "FLAG"         TO NSL-RPT-STC-FLAG.
006460     MOVE "SLA"          TO NSL-RPT-STC-SLA.
006470     MOVE "STATUS"       TO NSL-RPT-STC-STATUS.
006480     PERFORM 8000-WRITE-REPORT-LINE
006490         THRU 8000-WRITE-REPORT-LINE-EXIT.
006500
006510 1500-PRINT-HEADINGS-EXIT.
006520     EXIT.
006530
006540******************************************************************
006550* 2000-READ-PASS - ONE PASS OVER THE HISTORY AND THE CURRENT
006560*                 JOURNAL, GROUPING THE RECORDS INTO CYCLES.  A
006570*                 MISSING FILE SIMPLY CONTRIBUTES NO CYCLES.
006580******************************************************************
006590 2000-READ-PASS.
006600
006610     MOVE 0   TO NSL-CYCLE-SEQ.
006620     MOVE "N" TO NSL-CYCLE-OPEN-SWITCH.
006630     MOVE "N" TO NSL-SEGMENT-OPEN-SWITCH.
006640
006650     PERFORM 2100-OPEN-SOURCES
006660         THRU 2100-OPEN-SOURCES-EXIT.
006670
006680     PERFORM 2200-READ-RECORD
006690         THRU 2200-READ-RECORD-EXIT.
006700
006710     PERFORM 3000-PROCESS-RECORD
006720         THRU 3000-PROCESS-RECORD-EXIT
006730         UNTIL NSL-SRC-END.
006740
006750     IF NSL-CYCLE-OPEN-YES
006760         PERFORM 4000-CLOSE-CYCLE
006770             THRU 4000-CLOSE-CYCLE-EXIT
006780     END-IF.
006790
006800     IF NSL-JRH-OPEN-YES
006810         CLOSE HISTORY-FILE
006820         MOVE "N" TO NSL-JRH-OPEN-SWITCH
006830     END-IF.
006840
006850     IF NSL-JRN-OPEN-YES
006860         CLOSE JOURNAL-FILE
006870         MOVE "N" TO NSL-JRN-OPEN-SWITCH
006880     END-IF.
006890
006900 2000-READ-PASS-EXIT.
006910     EXIT.
006920
006930******************************************************************
006940* 2100-OPEN-SOURCES - OPEN THE HISTORY AND THE CURRENT JOURNAL AND
006950*                    START READING FROM THE FIRST ONE PRESENT
006960******************************************************************
006970 2100-OPEN-SOURCES.
006980
006990     OPEN INPUT HISTORY-FILE.
007000
007010     IF NSL-JRH-OK
007020         MOVE "Y" TO NSL-JRH-OPEN-SWITCH
007030     ELSE
007040         IF NSL-PASS = 1
007050             DISPLAY "NIGHTSLA: NO NIGHTJRH HISTORY, STATUS "
007060                 NSL-JRH-STATUS
007070         END-IF
007080     END-IF.
007090
007100     OPEN INPUT JOURNAL-FILE.
007110
007120     IF NSL-JRN-OK
007130         MOVE "Y" TO NSL-JRN-OPEN-SWITCH
007140     ELSE
007150         IF NSL-PASS = 1
007160             DISPLAY "NIGHTSLA: NO NIGHTJRN JOURNAL, STATUS "
007170                 NSL-JRN-STATUS
007180         END-IF
007190     END-IF.
007200
007210     IF NSL-JRH-OPEN-YES
007220         MOVE "H" TO NSL-SOURCE-SWITCH
007230     ELSE
007240         IF NSL-JRN-OPEN-YES
007250             MOVE "J" TO NSL-SOURCE-SWITCH
007260         ELSE
007270             MOVE "E" TO NSL-SOURCE-SWITCH
007280         END-IF
007290     END-IF.
007300
007310 2100-OPEN-SOURCES-EXIT.
007320     EXIT.
007330
007340******************************************************************
007350* 2200-READ-RECORD - READ THE NEXT JOURNAL IMAGE INTO THE NIGHTJRN
007360*                   LAYOUT: FROM THE HISTORY UNTIL IT ENDS, THEN
007370*                   FROM THE CURRENT JOURNAL
007380******************************************************************
007390 2200-READ-RECORD.
007400
007410     IF NSL-SRC-HISTORY
007420         READ HISTORY-FILE INTO DRV-JOURNAL-RECORD
007430             AT END
007440                 IF NSL-JRN-OPEN-YES
007450                     MOVE "J" TO NSL-SOURCE-SWITCH
007460                 ELSE
007470                     MOVE "E" TO NSL-SOURCE-SWITCH
007480                 END-IF
007490         END-READ
007500         IF NSL-SRC-HISTORY
007510             ADD 1 TO NSL-READ-COUNT
007520             GO TO 2200-READ-RECORD-EXIT
007530         END-IF
007540     END-IF.
007550
007560     IF NSL-SRC-JOURNAL
007570         READ JOURNAL-FILE
007580             AT END
007590                 MOVE "E" TO NSL-SOURCE-SWITCH
007600         END-READ
007610         IF NSL-SRC-JOURNAL
007620             ADD 1 TO NSL-READ-COUNT
007630         END-IF
007640     END-IF.
007650
007660 2200-READ-RECORD-EXIT.
007670     EXIT.
007680
007690******************************************************************
007700* 3000-PROCESS-RECORD - A STARTED HEADER CLOSES ANY OPEN CYCLE AND
007710*                      OPENS A NEW ONE; A RESTARTED HEADER ADDS A
007720*                      SEGMENT TO THE OPEN CYCLE; A TRAILER CLOSES
007730*                      THE SEGMENT; A STEP RECORD IS HELD FOR THE
007740*                      CYCLE.  UNREADABLE RECORDS ARE SKIPPED.
007750******************************************************************
007760 3000-PROCESS-RECORD.
007770
007780     IF DRV-JRN-START-TIME NOT NUMERIC
007790        OR DRV-JRN-END-TIME NOT NUMERIC
007800        OR DRV-JRN-RETURN-CODE NOT NUMERIC
007810         ADD 1 TO NSL-SKIP-COUNT
007820         GO TO 3000-PROCESS-RECORD-NEXT
007830     END-IF.
007840
007850     IF DRV-JRN-STEP
007860         IF NSL-CYCLE-OPEN-YES
007870             PERFORM 3400-BUFFER-STEP
007880                 THRU 3400-BUFFER-STEP-EXIT
007890         ELSE
007900             ADD 1 TO NSL-SKIP-COUNT
007910         END-IF
007920         GO TO 3000-PROCESS-RECORD-NEXT
007930     END-IF.
007940
007950     IF NOT DRV-JRN-HEADER
007960         ADD 1 TO NSL-SKIP-COUNT
007970         GO TO 3000-PROCESS-RECORD-NEXT
007980     END-IF.
007990
008000     IF DRV-JRN-DISPOSITION = "STARTED"
008010         IF NSL-CYCLE-OPEN-YES
008020             PERFORM 4000-CLOSE-CYCLE
008030                 THRU 4000-CLOSE-CYCLE-EXIT
008040         END-IF
008050         PERFORM 3100-OPEN-CYCLE
008060             THRU 3100-OPEN-CYCLE-EXIT
008070         PERFORM 3200-OPEN-SEGMENT
008080             THRU 3200-OPEN-SEGMENT-EXIT
008090         GO TO 3000-PROCESS-RECORD-NEXT
008100     END-IF.
008110
008120     IF DRV-JRN-DISPOSITION = "RESTARTED"
008130         IF NSL-CYCLE-OPEN-NO
008140             PERFORM 3100-OPEN-CYCLE
008150                 THRU 3100-OPEN-CYCLE-EXIT
008160         END-IF
008170         IF NSL-SEGMENT-OPEN-YES
008180             MOVE NSL-CYC-LAST-END-SECS TO NSL-SEG-END-SECS
008190             PERFORM 3300-CLOSE-SEGMENT
008200                 THRU 3300-CLOSE-SEGMENT-EXIT
008210             MOVE "INCOMPLETE" TO NSL-CYC-FINAL
008220         END-IF
008230         PERFORM 3200-OPEN-SEGMENT
008240             THRU 3200-OPEN-SEGMENT-EXIT
008250         GO TO 3000-PROCESS-RECORD-NEXT
008260     END-IF.
008270
008280*    ANY OTHER HEADER IS THE TRAILER OF THE OPEN SEGMENT
008290     IF NSL-SEGMENT-OPEN-YES
008300         MOVE DRV-JRN-END-TIME TO NSL-TIME-VALUE
008310         PERFORM 8100-TIME-TO-SECONDS
008320             THRU 8100-TIME-TO-SECONDS-EXIT
008330         MOVE NSL-SECONDS TO NSL-SEG-END-SECS
008340         PERFORM 3300-CLOSE-SEGMENT
008350             THRU 3300-CLOSE-SEGMENT-EXIT
008360         MOVE DRV-JRN-DISPOSITION TO NSL-CYC-FINAL
008370     ELSE
008380         ADD 1 TO NSL-SKIP-COUNT
008390     END-IF.
008400
008410 3000-PROCESS-RECORD-NEXT.
008420
008430     PERFORM 2200-READ-RECORD
008440         THRU 2200-READ-RECORD-EXIT.
008450
008460 3000-PROCESS-RECORD-EXIT.
008470     EXIT.
008480
008490******************************************************************
008500* 3100-OPEN-CYCLE - START GATHERING A NEW CYCLE FROM ITS FIRST
008510*                  HEADER
008520******************************************************************
008530 3100-OPEN-CYCLE.
008540
008550     MOVE "Y"              TO NSL-CYCLE-OPEN-SWITCH.
008560     MOVE DRV-JRN-RUN-DATE TO NSL-CYC-DATE.
008570     MOVE 0                TO NSL-CYC-DURATION.
008580     MOVE 0                TO NSL-CYC-SPAN.
008590     MOVE 0                TO NSL-CYC-SEGMENTS.
008600     MOVE 0                TO NSL-BUFFER-COUNT.
008610     MOVE SPACES           TO NSL-CYC-FINAL.
008620     MOVE SPACES           TO NSL-CYC-FAIL-STEP.
008630     MOVE 0                TO NSL-CYC-FAIL-RC.
008640
008650     MOVE DRV-JRN-START-TIME TO NSL-TIME-VALUE.
008660     PERFORM 8100-TIME-TO-SECONDS
008670         THRU 8100-TIME-TO-SECONDS-EXIT.
008680     MOVE NSL-SECONDS TO NSL-CYC-START-SECS.
008690
008700 3100-OPEN-CYCLE-EXIT.
008710     EXIT.
008720
008730******************************************************************
008740* 3200-OPEN-SEGMENT - ONE RUN OF NIGHTDRV WITHIN THE CYCLE, FROM
008750*                    ITS HEADER TO ITS TRAILER
008760******************************************************************
008770 3200-OPEN-SEGMENT.
008780
008790     MOVE "Y" TO NSL-SEGMENT-OPEN-SWITCH.
008800     ADD 1 TO NSL-CYC-SEGMENTS.
008810
008820     MOVE DRV-JRN-START-TIME TO NSL-TIME-VALUE.
008830     PERFORM 8100-TIME-TO-SECONDS
008840         THRU 8100-TIME-TO-SECONDS-EXIT.
008850     MOVE NSL-SECONDS TO NSL-SEG-START-SECS.
008860     MOVE NSL-SECONDS TO NSL-CYC-LAST-END-SECS.
008870
008880 3200-OPEN-SEGMENT-EXIT.
008890     EXIT.
008900
008910******************************************************************
008920* 3300-CLOSE-SEGMENT - ADD THE SEGMENT'S RUNNING TIME (START TO
008930*                     NSL-SEG-END-SECS) TO THE CYCLE DURATION, AND
008940*                     CARRY THE CYCLE'S SPAN FROM ITS FIRST START
008950*                     TO THIS SEGMENT'S END (WAITS BETWEEN A
008960*                     FAILURE AND ITS RESTART INCLUDED)
008970******************************************************************
008980 3300-CLOSE-SEGMENT.
008990
009000     MOVE NSL-SEG-START-SECS TO NSL-START-SECS.
009010     MOVE NSL-SEG-END-SECS   TO NSL-END-SECS.
009020     PERFORM 8150-ELAPSED
009030         THRU 8150-ELAPSED-EXIT.
009040
009050     ADD NSL-ELAPSED TO NSL-CYC-DURATION.
009060
009070     MOVE NSL-CYC-START-SECS TO NSL-START-SECS.
009080     PERFORM 8150-ELAPSED
009090         THRU 8150-ELAPSED-EXIT.
009100     MOVE NSL-ELAPSED TO NSL-CYC-SPAN.
009110     MOVE "N" TO NSL-SEGMENT-OPEN-SWITCH.
009120
009130 3300-CLOSE-SEGMENT-EXIT.
009140     EXIT.
009150
009160******************************************************************
009170* 3400-BUFFER-STEP - HOLD ONE STEP'S ELAPSED TIME FOR THE CYCLE,
009180*                   AND NOTE THE FIRST STEP THAT FAILED
009190******************************************************************
009200 3400-BUFFER-STEP.
009210
009220     MOVE DRV-JRN-START-TIME TO NSL-TIME-VALUE.
009230     PERFORM 8100-TIME-TO-SECONDS
009240         THRU 8100-TIME-TO-SECONDS-EXIT.
009250     MOVE NSL-SECONDS TO NSL-START-SECS.
009260
009270     MOVE DRV-JRN-END-TIME TO NSL-TIME-VALUE.
009280     PERFORM 8100-TIME-TO-SECONDS
009290         THRU 8100-TIME-TO-SECONDS-EXIT.
009300     MOVE NSL-SECONDS TO NSL-END-SECS.
009310     MOVE NSL-SECONDS TO NSL-CYC-LAST-END-SECS.
009320
009330     PERFORM 8150-ELAPSED
009340         THRU 8150-ELAPSED-EXIT.
009350
009360     IF DRV-JRN-DISPOSITION = "FAILED"
009370        AND NSL-CYC-FAIL-STEP = SPACES
009380         MOVE DRV-JRN-STEP-NAME   TO NSL-CYC-FAIL-STEP
009390         MOVE DRV-JRN-RETURN-CODE TO NSL-CYC-FAIL-RC
009400     END-IF.
009410
009420     IF NSL-BUFFER-COUNT NOT < NSL-BUFFER-MAX
009430         IF NSL-PASS = 2
009440             DISPLAY "NIGHTSLA: MORE THAN " NSL-BUFFER-MAX
009450                 " STEPS IN CYCLE " NSL-CYC-DATE
009460                 ", STEP " DRV-JRN-STEP-NAME " NOT ANALYSED"
009470             MOVE "Y" TO NSL-WARN-SWITCH
009480         END-IF
009490         GO TO 3400-BUFFER-STEP-EXIT
009500     END-IF.
009510
009520     ADD 1 TO NSL-BUFFER-COUNT.
009530     MOVE DRV-JRN-STEP-NAME TO NSL-BUF-NAME (NSL-BUFFER-COUNT).
009540     MOVE NSL-ELAPSED       TO NSL-BUF-ELAPSED (NSL-BUFFER-COUNT).
009550     MOVE 0                 TO NSL-BUF-AVERAGE (NSL-BUFFER-COUNT).
009560     MOVE "N"               TO NSL-BUF-HAS-AVG (NSL-BUFFER-COUNT).
009570
009580 3400-BUFFER-STEP-EXIT.
009590     EXIT.
009600
009610******************************************************************
009620* 4000-CLOSE-CYCLE - THE CYCLE IS WHOLE.  A SEGMENT LEFT WITHOUT A
009630*                   TRAILER RAN UNTIL ITS LAST STEP ENDED.  MORE
009640*                   THAN ONE SEGMENT MAKES THE CYCLE RESTARTED;
009650*                   ONE SEGMENT THAT DID NOT COMPLETE MAKES IT
009660*                   ABORTED; OTHERWISE IT IS CLEAN.  PASS ONE ONLY
009670*                   COUNTS IT.
009680******************************************************************
009690 4000-CLOSE-CYCLE.
009700
009710     IF NSL-SEGMENT-OPEN-YES
009720         MOVE NSL-CYC-LAST-END-SECS TO NSL-SEG-END-SECS
009730         PERFORM 3300-CLOSE-SEGMENT
009740             THRU 3300-CLOSE-SEGMENT-EXIT
009750         MOVE "INCOMPLETE" TO NSL-CYC-FINAL
009760     END-IF.
009770
009780     MOVE "N" TO NSL-CYCLE-OPEN-SWITCH.
009790     ADD 1 TO NSL-CYCLE-SEQ.
009800
009810     IF NSL-PASS = 1
009820         GO TO 4000-CLOSE-CYCLE-EXIT
009830     END-IF.
009840
009850     IF NSL-CYC-SEGMENTS > 1
009860         MOVE "RESTARTED" TO NSL-CYC-CLASS
009870         ADD 1 TO NSL-RESTART-COUNT
009880     ELSE
009890         IF NSL-CYC-FINAL = "COMPLETED"
009900             MOVE "CLEAN"     TO NSL-CYC-CLASS
009910             ADD 1 TO NSL-CLEAN-COUNT
009920         ELSE
009930             MOVE "ABORTED"   TO NSL-CYC-CLASS
009940             ADD 1 TO NSL-ABORT-COUNT
009950         END-IF
009960     END-IF.
009970
009980     IF NSL-CYCLE-SEQ > NSL-REPORT-FROM
009990         MOVE "Y" TO NSL-DETAIL-SWITCH
010000         ADD 1 TO NSL-DETAIL-COUNT
010010     ELSE
010020         MOVE "N" TO NSL-DETAIL-SWITCH
010030     END-IF.
010040
010050*    LATE = FINISHED (BY THE CLOCK) AFTER THE FIRST WINDOW OPENING
010060*    FOLLOWING THE CYCLE'S START
010070     COMPUTE NSL-WINDOW-SECS = NSL-WINDOW-HOUR * 3600.
010080     IF NSL-WINDOW-SECS NOT > NSL-CYC-START-SECS
010090         ADD 86400 TO NSL-WINDOW-SECS
010100     END-IF.
010110     COMPUTE NSL-FINISH-SECS = NSL-CYC-START-SECS
010120         + NSL-CYC-SPAN.
010130
010140     IF NSL-FINISH-SECS > NSL-WINDOW-SECS
010150         MOVE "Y" TO NSL-LATE-SWITCH
010160         IF NSL-DETAIL-YES
010170             ADD 1 TO NSL-LATE-COUNT
010180         END-IF
010190     ELSE
010200         MOVE "N" TO NSL-LATE-SWITCH
010210     END-IF.
010220
010230     IF NSL-CYC-CLASS = "CLEAN"
010240         PERFORM 4100-CLEAN-CYCLE
010250             THRU 4100-CLEAN-CYCLE-EXIT
010260     ELSE
010270         IF NSL-DETAIL-YES
010280             PERFORM 4500-TABLE-EXCEPTION
010290                 THRU 4500-TABLE-EXCEPTION-EXIT
010300         END-IF
010310     END-IF.
010320
010330 4000-CLOSE-CYCLE-EXIT.
010340     EXIT.
010350
010360******************************************************************
010370* 4100-CLEAN-CYCLE - A CLEAN CYCLE FEEDS EVERY STEP'S AVERAGE AND
010380*                   TOTALS; A RECENT ONE IS ALSO PRINTED, WITH ITS
010390*                   CRITICAL PATH WHEN IT FINISHED LATE
010400******************************************************************
010410 4100-CLEAN-CYCLE.
010420
010430     MOVE 0 TO NSL-LONGEST-BX.
010440     MOVE 0 TO NSL-LONGEST-SECS.
010450     MOVE 0 TO NSL-MOST-OVER-BX.
010460     MOVE 0 TO NSL-MOST-OVER-SECS.
010470
010480     IF NSL-DETAIL-YES
010490         MOVE SPACES TO NSL-RPT-WORK-LINE
010500         PERFORM 8000-WRITE-REPORT-LINE
010510             THRU 8000-WRITE-REPORT-LINE-EXIT
010520         MOVE "CYCLE "           TO NSL-RPT-CYC-LABEL
010530         MOVE NSL-CYC-DATE       TO NSL-RPT-CYC-DATE
010540         MOVE "START "           TO NSL-RPT-CYC-START-LBL
010550         MOVE NSL-CYC-START-SECS TO NSL-FMT-SECONDS
010560         PERFORM 8200-FORMAT-HMS
010570             THRU 8200-FORMAT-HMS-EXIT
010580         MOVE NSL-HMS-TEXT       TO NSL-RPT-CYC-START
010590         MOVE "END "             TO NSL-RPT-CYC-END-LBL
010600         MOVE NSL-FINISH-SECS    TO NSL-FMT-SECONDS
010610         IF NSL-FMT-SECONDS NOT < 86400
010620             SUBTRACT 86400 FROM NSL-FMT-SECONDS
010630         END-IF
010640         PERFORM 8200-FORMAT-HMS
010650             THRU 8200-FORMAT-HMS-EXIT
010660         MOVE NSL-HMS-TEXT       TO NSL-RPT-CYC-END
010670         MOVE "DURATION "        TO NSL-RPT-CYC-DUR-LBL
010680         MOVE NSL-CYC-DURATION   TO NSL-FMT-SECONDS
010690         PERFORM 8200-FORMAT-HMS
010700             THRU 8200-FORMAT-HMS-EXIT
010710         MOVE NSL-HMS-TEXT       TO NSL-RPT-CYC-DURATION
010720         IF NSL-LATE-YES
010730             MOVE "** LATE **"   TO NSL-RPT-CYC-FLAG
010740         END-IF
010750         PERFORM 8000-WRITE-REPORT-LINE
010760             THRU 8000-WRITE-REPORT-LINE-EXIT
010770     END-IF.
010780
010790     PERFORM 4200-CLEAN-STEP
010800         THRU 4200-CLEAN-STEP-EXIT
010810         VARYING NSL-BX FROM 1 BY 1
010820         UNTIL NSL-BX > NSL-BUFFER-COUNT.
010830
010840     IF NSL-DETAIL-YES AND NSL-LATE-YES
010850         PERFORM 4300-PRINT-CRITICAL-PATH
010860             THRU 4300-PRINT-CRITICAL-PATH-EXIT
010870     END-IF.
010880
010890 4100-CLEAN-CYCLE-EXIT.
010900     EXIT.
010910
010920******************************************************************
010930* 4200-CLEAN-STEP - ONE STEP OF A CLEAN CYCLE: COMPARE IT WITH ITS
010940*                  ROLLING AVERAGE OF EARLIER CLEAN RUNS AND ITS
010950*                  SLA, PRINT IT WHEN THE CYCLE IS RECENT, THEN
010960*                  ADD IT TO THE STEP'S HISTORY
010970******************************************************************
010980 4200-CLEAN-STEP.
010990
011000     MOVE NSL-BUF-NAME (NSL-BX) TO NSL-SEEK-NAME.
011010     PERFORM 5000-FIND-STEP
011020         THRU 5000-FIND-STEP-EXIT.
011030
011040     IF NSL-FOUND-NO
011050         PERFORM 5200-ADD-STEP
011060             THRU 5200-ADD-STEP-EXIT
011070         IF NSL-FOUND-NO
011080             GO TO 4200-CLEAN-STEP-EXIT
011090         END-IF
011100     END-IF.
011110
011120     MOVE NSL-HIT-SX              TO NSL-SX.
011130     MOVE NSL-BUF-ELAPSED (NSL-BX) TO NSL-ELAPSED.
011140
011150     PERFORM 5300-AVERAGE-RING
011160         THRU 5300-AVERAGE-RING-EXIT.
011170
011180     MOVE NSL-AVERAGE        TO NSL-BUF-AVERAGE (NSL-BX).
011190     MOVE NSL-HAS-AVG-SWITCH TO NSL-BUF-HAS-AVG (NSL-BX).
011200
011210     MOVE "N" TO NSL-OVER-SWITCH.
011220     IF NSL-STP-SLA-MIN (NSL-SX) > 0
011230         COMPUTE NSL-SLA-SECS = NSL-STP-SLA-MIN (NSL-SX) * 60
011240         IF NSL-ELAPSED > NSL-SLA-SECS
011250             MOVE "Y" TO NSL-OVER-SWITCH
011260             ADD 1 TO NSL-STP-OVER (NSL-SX)
011270             IF NSL-DETAIL-YES
011280                 ADD 1 TO NSL-OVER-SLA-COUNT
011290             END-IF
011300         END-IF
011310     END-IF.
011320
011330     IF NSL-DETAIL-YES
011340         PERFORM 4250-PRINT-STEP
011350             THRU 4250-PRINT-STEP-EXIT
011360     END-IF.
011370
011380     IF NSL-ELAPSED > NSL-LONGEST-SECS
011390        OR NSL-LONGEST-BX = 0
011400         MOVE NSL-BX      TO NSL-LONGEST-BX
011410         MOVE NSL-ELAPSED TO NSL-LONGEST-SECS
011420     END-IF.
011430
011440     IF NSL-HAS-AVG-YES AND NSL-ELAPSED > NSL-AVERAGE
011450         COMPUTE NSL-OVER-AVG = NSL-ELAPSED - NSL-AVERAGE
011460         IF NSL-OVER-AVG > NSL-MOST-OVER-SECS
011470             MOVE NSL-BX       TO NSL-MOST-OVER-BX
011480             MOVE NSL-OVER-AVG TO NSL-MOST-OVER-SECS
011490         END-IF
011500     END-IF.
011510
011520     ADD 1           TO NSL-STP-RUNS (NSL-SX).
011530     ADD NSL-ELAPSED TO NSL-STP-SUM (NSL-SX).
011540     IF NSL-STP-RUNS (NSL-SX) = 1
011550        OR NSL-ELAPSED < NSL-STP-MIN (NSL-SX)
011560         MOVE NSL-ELAPSED TO NSL-STP-MIN (NSL-SX)
011570     END-IF.
011580     IF NSL-ELAPSED > NSL-STP-MAX (NSL-SX)
011590         MOVE NSL-ELAPSED TO NSL-STP-MAX (NSL-SX)
011600     END-IF.
011610
011620     PERFORM 5400-ADD-TO-RING
011630         THRU 5400-ADD-TO-RING-EXIT.
011640
011650 4200-CLEAN-STEP-EXIT.
011660     EXIT.
011670
011680******************************************************************
011690* 4250-PRINT-STEP - ONE STEP LINE: ELAPSED, AVERAGE, TREND PERCENT
011700*                  (UP / DOWN BEYOND THE TREND LIMIT, NEW WHEN THE
011710*                  STEP HAS NO EARLIER CLEAN RUN) AND SLA
011720******************************************************************
011730 4250-PRINT-STEP.
011740
011750     MOVE SPACES         TO NSL-RPT-WORK-LINE.
011760     MOVE NSL-SEEK-NAME  TO NSL-RPT-STP-NAME.
011770     MOVE NSL-ELAPSED    TO NSL-FMT-SECONDS.
011780     PERFORM 8200-FORMAT-HMS
011790         THRU 8200-FORMAT-HMS-EXIT.
011800     MOVE NSL-HMS-TEXT   TO NSL-RPT-STP-ELAPSED.
011810
011820     IF NSL-HAS-AVG-NO
011830         MOVE "NEW" TO NSL-RPT-STP-FLAG
011840     ELSE
011850         MOVE NSL-AVERAGE  TO NSL-FMT-SECONDS
011860         PERFORM 8200-FORMAT-HMS
011870             THRU 8200-FORMAT-HMS-EXIT
011880         MOVE NSL-HMS-TEXT TO NSL-RPT-STP-AVERAGE
011890         IF NSL-AVERAGE = 0
011900             IF NSL-ELAPSED > 0
011910                 MOVE "UP" TO NSL-RPT-STP-FLAG
011920             END-IF
011930         ELSE
011940             COMPUTE NSL-TREND-PCT ROUNDED =
011950                 (NSL-ELAPSED - NSL-AVERAGE) * 100 / NSL-AVERAGE
011960                 ON SIZE ERROR
011970                     MOVE 9999 TO NSL-TREND-PCT
011980             END-COMPUTE
011990             MOVE NSL-TREND-PCT TO NSL-RPT-STP-TREND
012000             MOVE "%"           TO NSL-RPT-STP-PCT
012010             IF NSL-TREND-PCT > NSL-TREND-LIMIT
012020                 MOVE "UP"   TO NSL-RPT-STP-FLAG
012030             END-IF
012040             IF NSL-TREND-PCT < 0 - NSL-TREND-LIMIT
012050                 MOVE "DOWN" TO NSL-RPT-STP-FLAG
012060             END-IF
012070         END-IF
012080     END-IF.
012090
012100     IF NSL-STP-SLA-MIN (NSL-SX) > 0
012110         MOVE NSL-STP-SLA-MIN (NSL-SX) TO NSL-RPT-STP-SLA
012120     END-IF.
012130
012140     IF NSL-OVER-YES
012150         MOVE "OVER SLA" TO NSL-RPT-STP-STATUS
012160     END-IF.
012170
012180     PERFORM 8000-WRITE-REPORT-LINE
012190         THRU 8000-WRITE-REPORT-LINE-EXIT.
012200
012210 4250-PRINT-STEP-EXIT.
012220     EXIT.
012230
012240******************************************************************
012250* 4300-PRINT-CRITICAL-PATH - THE STEPS RUN ONE AFTER ANOTHER, SO
012260*                           EVERY STEP IS ON THE PATH; THE ONES
012270*                           THAT DECIDE A LATE FINISH ARE THE
012280*                           LONGEST STEP AND THE STEP THAT RAN
012290*                           MOST OVER ITS OWN AVERAGE
012300******************************************************************
012310 4300-PRINT-CRITICAL-PATH.
012320
012330     MOVE SPACES TO NSL-RPT-WORK-LINE.
012340     MOVE "  CRITICAL PATH - FINISHED AFTER THE ONLINE WINDOW"
012350         TO NSL-RPT-NOTE-TEXT.
012360     PERFORM 8000-WRITE-REPORT-LINE
012370         THRU 8000-WRITE-REPORT-LINE-EXIT.
012380
012390     IF NSL-LONGEST-BX = 0
012400         MOVE SPACES TO NSL-RPT-WORK-LINE
012410         MOVE "    NO STEPS RECORDED FOR THE CYCLE"
012420             TO NSL-RPT-NOTE-TEXT
012430         PERFORM 8000-WRITE-REPORT-LINE
012440             THRU 8000-WRITE-REPORT-LINE-EXIT
012450         GO TO 4300-PRINT-CRITICAL-PATH-EXIT
012460     END-IF.
012470
012480     MOVE SPACES                 TO NSL-RPT-WORK-LINE.
012490     MOVE "LONGEST STEP"         TO NSL-RPT-CRT-LABEL.
012500     MOVE NSL-BUF-NAME (NSL-LONGEST-BX) TO NSL-RPT-CRT-NAME.
012510     MOVE NSL-LONGEST-SECS       TO NSL-FMT-SECONDS.
012520     PERFORM 8200-FORMAT-HMS
012530         THRU 8200-FORMAT-HMS-EXIT.
012540     MOVE NSL-HMS-TEXT           TO NSL-RPT-CRT-ELAPSED.
012550     IF NSL-CYC-DURATION > 0
012560         COMPUTE NSL-SHARE-PCT ROUNDED =
012570             NSL-LONGEST-SECS * 100 / NSL-CYC-DURATION
012580             ON SIZE ERROR
012590                 MOVE 100 TO NSL-SHARE-PCT
012600         END-COMPUTE
012610         MOVE NSL-SHARE-PCT      TO NSL-RPT-CRT-SHARE
012620         MOVE "% OF CYCLE"       TO NSL-RPT-CRT-NOTE
012630     END-IF.
012640     PERFORM 8000-WRITE-REPORT-LINE
012650         THRU 8000-WRITE-REPORT-LINE-EXIT.
012660
012670     IF NSL-MOST-OVER-BX = 0
012680         GO TO 4300-PRINT-CRITICAL-PATH-EXIT
012690     END-IF.
012700
012710     MOVE SPACES                 TO NSL-RPT-WORK-LINE.
012720     MOVE "MOST OVER AVERAGE"    TO NSL-RPT-CRT-LABEL.
012730     MOVE NSL-BUF-NAME (NSL-MOST-OVER-BX) TO NSL-RPT-CRT-NAME.
012740     MOVE NSL-BUF-ELAPSED (NSL-MOST-OVER-BX) TO NSL-FMT-SECONDS.
012750     PERFORM 8200-FORMAT-HMS
012760         THRU 8200-FORMAT-HMS-EXIT.
012770     MOVE NSL-HMS-TEXT           TO NSL-RPT-CRT-ELAPSED.
012780     MOVE "   OVER AVG "         TO NSL-RPT-CRT-NOTE.
012790     MOVE NSL-MOST-OVER-SECS     TO NSL-FMT-SECONDS.
012800     PERFORM 8200-FORMAT-HMS
012810         THRU 8200-FORMAT-HMS-EXIT.
012820     MOVE NSL-HMS-TEXT           TO NSL-RPT-CRT-OVER.
012830     PERFORM 8000-WRITE-REPORT-LINE
012840         THRU 8000-WRITE-REPORT-LINE-EXIT.
012850
012860 4300-PRINT-CRITICAL-PATH-EXIT.
012870     EXIT.
012880
012890******************************************************************
012900* 4500-TABLE-EXCEPTION - KEEP A RECENT RESTARTED OR ABORTED CYCLE
012910*                       FOR ITS OWN SECTION OF THE REPORT
012920******************************************************************
012930 4500-TABLE-EXCEPTION.
012940
012950*    AT MOST "SLRPTN" (99) CYCLES ARE DETAILED, SO THE TABLE
012960*    CANNOT FILL; THE CHECK GUARDS THE SUBSCRIPT ALL THE SAME.
012970     IF NSL-EXC-COUNT NOT < 99
012980         MOVE "Y" TO NSL-WARN-SWITCH
012990         GO TO 4500-TABLE-EXCEPTION-EXIT
013000     END-IF.
013010
013020     ADD 1 TO NSL-EXC-COUNT.
013030     MOVE NSL-EXC-COUNT     TO NSL-EX.
013040     MOVE NSL-CYC-DATE      TO NSL-EXE-DATE (NSL-EX).
013050     MOVE NSL-CYC-CLASS     TO NSL-EXE-CLASS (NSL-EX).
013060     MOVE NSL-CYC-SEGMENTS  TO NSL-EXE-SEGMENTS (NSL-EX).
013070     MOVE NSL-CYC-FINAL     TO NSL-EXE-FINAL (NSL-EX).
013080     MOVE NSL-CYC-DURATION  TO NSL-EXE-DURATION (NSL-EX).
013090     MOVE NSL-CYC-FAIL-STEP TO NSL-EXE-FAIL-STEP (NSL-EX).
013100     MOVE NSL-CYC-FAIL-RC   TO NSL-EXE-FAIL-RC (NSL-EX).
013110     MOVE NSL-LATE-SWITCH   TO NSL-EXE-LATE (NSL-EX).
013120
013130 4500-TABLE-EXCEPTION-EXIT.
013140     EXIT.
013150
013160******************************************************************
013170* 5000-FIND-STEP - LOOK THE STEP NAME UP IN THE STEP TABLE; ON A
013180*                 HIT NSL-HIT-SX IS ITS ENTRY
013190******************************************************************
013200 5000-FIND-STEP.
013210
013220     MOVE "N" TO NSL-FOUND-SWITCH.
013230     MOVE 0   TO NSL-HIT-SX.
013240
013250     PERFORM 5010-PROBE-STEP
013260         THRU 5010-PROBE-STEP-EXIT
013270         VARYING NSL-SX FROM 1 BY 1
013280         UNTIL NSL-SX > NSL-STEP-COUNT
013290            OR NSL-FOUND-YES.
013300
013310 5000-FIND-STEP-EXIT.
013320     EXIT.
013330
013340******************************************************************
013350* 5010-PROBE-STEP - COMPARE ONE STEP TABLE ENTRY
013360******************************************************************
013370 5010-PROBE-STEP.
013380
013390     IF NSL-STP-NAME (NSL-SX) = NSL-SEEK-NAME
013400         MOVE "Y"    TO NSL-FOUND-SWITCH
013410         MOVE NSL-SX TO NSL-HIT-SX
013420     END-IF.
013430
013440 5010-PROBE-STEP-EXIT.
013450     EXIT.
013460
013470******************************************************************
013480* 5200-ADD-STEP - A STEP SEEN FOR THE FIRST TIME: ADD ITS ENTRY
013490*                AND READ ITS SLA (SETPARM "SL" + THE FIRST SIX
013500*                CHARACTERS OF THE STEP NAME, IN MINUTES)
013510******************************************************************
013520 5200-ADD-STEP.
013530
013540     IF NSL-STEP-COUNT NOT < NSL-STEP-MAX
013550         DISPLAY "NIGHTSLA: STEP TABLE FULL, STEP "
013560             NSL-SEEK-NAME " NOT ANALYSED"
013570         MOVE "Y" TO NSL-WARN-SWITCH
013580         GO TO 5200-ADD-STEP-EXIT
013590     END-IF.
013600
013610     ADD 1 TO NSL-STEP-COUNT.
013620     MOVE NSL-STEP-COUNT TO NSL-HIT-SX.
013630     INITIALIZE NSL-STEP-ENTRY (NSL-HIT-SX).
013640     MOVE NSL-SEEK-NAME  TO NSL-STP-NAME (NSL-HIT-SX).
013650     MOVE 1              TO NSL-STP-RING-NEXT (NSL-HIT-SX).
013660
013670     MOVE NSL-SEEK-NAME  TO NSL-SLA-KEY-STEP.
013680     MOVE NSL-SLA-KEY    TO NSL-PARM-NAME.
013690     MOVE 0              TO NSL-PARM-VALUE.
013700     PERFORM 1410-READ-PARAMETER
013710         THRU 1410-READ-PARAMETER-EXIT.
013720     MOVE NSL-PARM-VALUE TO NSL-STP-SLA-MIN (NSL-HIT-SX).
013730
013740     MOVE "Y" TO NSL-FOUND-SWITCH.
013750
013760 5200-ADD-STEP-EXIT.
013770     EXIT.
013780
013790******************************************************************
013800* 5300-AVERAGE-RING - THE STEP'S ROLLING AVERAGE OVER THE CLEAN
013810*                    RUNS IN ITS RING (BEFORE THIS ONE)
013820******************************************************************
013830 5300-AVERAGE-RING.
013840
013850     MOVE 0   TO NSL-RING-SUM.
013860     MOVE 0   TO NSL-AVERAGE.
013870     MOVE "N" TO NSL-HAS-AVG-SWITCH.
013880
013890     IF NSL-STP-RING-COUNT (NSL-SX) = 0
013900         GO TO 5300-AVERAGE-RING-EXIT
013910     END-IF.
013920
013930     PERFORM 5310-SUM-RING-ENTRY
013940         THRU 5310-SUM-RING-ENTRY-EXIT
013950         VARYING NSL-RX FROM 1 BY 1
013960         UNTIL NSL-RX > NSL-STP-RING-COUNT (NSL-SX).
013970
013980     COMPUTE NSL-AVERAGE ROUNDED =
013990         NSL-RING-SUM / NSL-STP-RING-COUNT (NSL-SX).
014000     MOVE "Y" TO NSL-HAS-AVG-SWITCH.
014010
014020 5300-AVERAGE-RING-EXIT.
014030     EXIT.
014040
014050******************************************************************
014060* 5310-SUM-RING-ENTRY - ADD ONE RING ENTRY TO THE RING SUM
014070******************************************************************
014080 5310-SUM-RING-ENTRY.
014090
014100     ADD NSL-STP-RING (NSL-SX, NSL-RX) TO NSL-RING-SUM.
014110
014120 5310-SUM-RING-ENTRY-EXIT.
014130     EXIT.
014140
014150******************************************************************
014160* 5400-ADD-TO-RING - KEEP THIS RUN IN THE STEP'S RING, OVERWRITING
014170*                   THE OLDEST ONCE "SLAVGN" RUNS ARE HELD
014180******************************************************************
014190 5400-ADD-TO-RING.
014200
014210     MOVE NSL-STP-RING-NEXT (NSL-SX) TO NSL-RX.
014220     MOVE NSL-ELAPSED TO NSL-STP-RING (NSL-SX, NSL-RX).
014230
014240     ADD 1 TO NSL-STP-RING-NEXT (NSL-SX).
014250     IF NSL-STP-RING-NEXT (NSL-SX) > NSL-AVG-CYCLES
014260         MOVE 1 TO NSL-STP-RING-NEXT (NSL-SX)
014270     END-IF.
014280
014290     IF NSL-STP-RING-COUNT (NSL-SX) < NSL-AVG-CYCLES
014300         ADD 1 TO NSL-STP-RING-COUNT (NSL-SX)
014310     END-IF.
014320
014330 5400-ADD-TO-RING-EXIT.
014340     EXIT.
014350
014360******************************************************************
014370* 6000-PRINT-EXCEPTIONS - THE RECENT RESTARTED AND ABORTED CYCLES,
014380*                        KEPT OUT OF THE AVERAGES
014390******************************************************************
014400 6000-PRINT-EXCEPTIONS.
014410
014420     MOVE SPACES TO NSL-RPT-WORK-LINE.
014430     PERFORM 8000-WRITE-REPORT-LINE
014440         THRU 8000-WRITE-REPORT-LINE-EXIT.
014450
014460     MOVE "RESTARTED AND ABORTED CYCLES (NOT IN THE AVERAGES)"
014470         TO NSL-RPT-NOTE-TEXT.
014480     PERFORM 8000-WRITE-REPORT-LINE
014490         THRU 8000-WRITE-REPORT-LINE-EXIT.
014500
014510     IF NSL-EXC-COUNT = 0
014520         MOVE SPACES TO NSL-RPT-WORK-LINE
014530         MOVE "  NONE AMONG THE CYCLES SHOWN" TO NSL-RPT-NOTE-TEXT
014540         PERFORM 8000-WRITE-REPORT-LINE
014550             THRU 8000-WRITE-REPORT-LINE-EXIT
014560         GO TO 6000-PRINT-EXCEPTIONS-EXIT
014570     END-IF.
014580
014590     MOVE SPACES        TO NSL-RPT-WORK-LINE.
014600     MOVE "CYCLE"       TO NSL-RPT-EXC-COL-DATE.
014610     MOVE "CLASS"       TO NSL-RPT-EXC-COL-CLASS.
014620     MOVE "SEG"         TO NSL-RPT-EXC-COL-SEGS.
014630     MOVE "FINAL"       TO NSL-RPT-EXC-COL-FINAL.
014640     MOVE "DURATION"    TO NSL-RPT-EXC-COL-DURATION.
014650     MOVE "FAIL STEP"   TO NSL-RPT-EXC-COL-STEP.
014660     MOVE "RC"          TO NSL-RPT-EXC-COL-RC.
014670     MOVE "LATE"        TO NSL-RPT-EXC-COL-LATE.
014680     PERFORM 8000-WRITE-REPORT-LINE
014690         THRU 8000-WRITE-REPORT-LINE-EXIT.
014700
014710     PERFORM 6100-PRINT-ONE-EXCEPTION
014720         THRU 6100-PRINT-ONE-EXCEPTION-EXIT
014730         VARYING NSL-EX FROM 1 BY 1
014740         UNTIL NSL-EX > NSL-EXC-COUNT.
014750
014760 6000-PRINT-EXCEPTIONS-EXIT.
014770     EXIT.
014780
014790******************************************************************
014800* 6100-PRINT-ONE-EXCEPTION - ONE RESTARTED OR ABORTED CYCLE: ITS
014810*                           SEGMENTS, FINAL DISPOSITION, RUNNING
014820*                           TIME OVER ALL SEGMENTS AND THE FIRST
014830*                           STEP THAT FAILED
014840******************************************************************
014850 6100-PRINT-ONE-EXCEPTION.
014860
014870     MOVE SPACES                      TO NSL-RPT-WORK-LINE.
014880     MOVE NSL-EXE-DATE (NSL-EX)       TO NSL-RPT-EXC-DATE.
014890     MOVE NSL-EXE-CLASS (NSL-EX)      TO NSL-RPT-EXC-CLASS.
014900     MOVE NSL-EXE-SEGMENTS (NSL-EX)   TO NSL-RPT-EXC-SEGMENTS.
014910     MOVE NSL-EXE-FINAL (NSL-EX)      TO NSL-RPT-EXC-FINAL.
014920     MOVE NSL-EXE-DURATION (NSL-EX)   TO NSL-FMT-SECONDS.
014930     PERFORM 8200-FORMAT-HMS
014940         THRU 8200-FORMAT-HMS-EXIT.
014950     MOVE NSL-HMS-TEXT                TO NSL-RPT-EXC-DURATION.
014960
014970     IF NSL-EXE-FAIL-STEP (NSL-EX) NOT = SPACES
014980         MOVE NSL-EXE-FAIL-STEP (NSL-EX) TO NSL-RPT-EXC-STEP
014990         MOVE NSL-EXE-FAIL-RC (NSL-EX)   TO NSL-RPT-EXC-RC
015000     END-IF.
015010
015020     IF NSL-EXE-LATE (NSL-EX) = "Y"
015030         MOVE "LATE" TO NSL-RPT-EXC-LATE
015040     END-IF.
015050
015060     PERFORM 8000-WRITE-REPORT-LINE
015070         THRU 8000-WRITE-REPORT-LINE-EXIT.
015080
015090 6100-PRINT-ONE-EXCEPTION-EXIT.
015100     EXIT.
015110
015120******************************************************************
015130* 7000-PRINT-SUMMARY - EVERY STEP'S FIGURES OVER ALL CLEAN CYCLES
015140*                     ON FILE, THEN THE CYCLE COUNTS
015150******************************************************************
015160 7000-PRINT-SUMMARY.
015170
015180     MOVE SPACES TO NSL-RPT-WORK-LINE.
015190     PERFORM 8000-WRITE-REPORT-LINE
015200         THRU 8000-WRITE-REPORT-LINE-EXIT.
015210
015220     MOVE "STEP SUMMARY OVER ALL CLEAN CYCLES ON FILE"
015230         TO NSL-RPT-NOTE-TEXT.
015240     PERFORM 8000-WRITE-REPORT-LINE
015250         THRU 8000-WRITE-REPORT-LINE-EXIT.
015260
015270     MOVE SPACES        TO NSL-RPT-WORK-LINE.
015280     MOVE "STEP"        TO NSL-RPT-SMC-NAME.
015290     MOVE " RUNS"       TO NSL-RPT-SMC-RUNS.
015300     MOVE " AVERAGE"    TO NSL-RPT-SMC-AVERAGE.
015310     MOVE " MINIMUM"    TO NSL-RPT-SMC-MINIMUM.
015320     MOVE " MAXIMUM"    TO NSL-RPT-SMC-MAXIMUM.
015330     MOVE "SLA"         TO NSL-RPT-SMC-SLA.
015340     MOVE "OVER SLA"    TO NSL-RPT-SMC-OVER.
015350     PERFORM 8000-WRITE-REPORT-LINE
015360         THRU 8000-WRITE-REPORT-LINE-EXIT.
015370
015380     PERFORM 7100-PRINT-ONE-STEP
015390         THRU 7100-PRINT-ONE-STEP-EXIT
015400         VARYING NSL-SX FROM 1 BY 1
015410         UNTIL NSL-SX > NSL-STEP-COUNT.
015420
015430     MOVE SPACES TO NSL-RPT-WORK-LINE.
015440     PERFORM 8000-WRITE-REPORT-LINE
015450         THRU 8000-WRITE-REPORT-LINE-EXIT.
015460
015470     MOVE "CYCLES ON FILE"                TO NSL-RPT-CNT-LABEL.
015480     MOVE NSL-CYCLE-TOTAL                 TO NSL-RPT-CNT-COUNT.
015490     PERFORM 8000-WRITE-REPORT-LINE
015500         THRU 8000-WRITE-REPORT-LINE-EXIT.
015510
015520     MOVE SPACES                          TO NSL-RPT-WORK-LINE.
015530     MOVE "  CLEAN"                       TO NSL-RPT-CNT-LABEL.
015540     MOVE NSL-CLEAN-COUNT                 TO NSL-RPT-CNT-COUNT.
015550     PERFORM 8000-WRITE-REPORT-LINE
015560         THRU 8000-WRITE-REPORT-LINE-EXIT.
015570
015580     MOVE SPACES                          TO NSL-RPT-WORK-LINE.
015590     MOVE "  RESTARTED"                   TO NSL-RPT-CNT-LABEL.
015600     MOVE NSL-RESTART-COUNT               TO NSL-RPT-CNT-COUNT.
015610     PERFORM 8000-WRITE-REPORT-LINE
015620         THRU 8000-WRITE-REPORT-LINE-EXIT.
015630
015640     MOVE SPACES                          TO NSL-RPT-WORK-LINE.
015650     MOVE "  ABORTED"                     TO NSL-RPT-CNT-LABEL.
015660     MOVE NSL-ABORT-COUNT                 TO NSL-RPT-CNT-COUNT.
015670     PERFORM 8000-WRITE-REPORT-LINE
015680         THRU 8000-WRITE-REPORT-LINE-EXIT.
015690
015700     MOVE SPACES                          TO NSL-RPT-WORK-LINE.
015710     MOVE "CYCLES SHOWN"                  TO NSL-RPT-CNT-LABEL.
015720     MOVE NSL-DETAIL-COUNT                TO NSL-RPT-CNT-COUNT.
015730     PERFORM 8000-WRITE-REPORT-LINE
015740         THRU 8000-WRITE-REPORT-LINE-EXIT.
015750
015760     MOVE SPACES                          TO NSL-RPT-WORK-LINE.
015770     MOVE "  FINISHED AFTER THE ONLINE WINDOW"
015780         TO NSL-RPT-CNT-LABEL.
015790     MOVE NSL-LATE-COUNT                  TO NSL-RPT-CNT-COUNT.
015800     PERFORM 8000-WRITE-REPORT-LINE
015810         THRU 8000-WRITE-REPORT-LINE-EXIT.
015820
015830     MOVE SPACES                          TO NSL-RPT-WORK-LINE.
015840     MOVE "  STEP RUNS OVER SLA"          TO NSL-RPT-CNT-LABEL.
015850     MOVE NSL-OVER-SLA-COUNT              TO NSL-RPT-CNT-COUNT.
015860     PERFORM 8000-WRITE-REPORT-LINE
015870         THRU 8000-WRITE-REPORT-LINE-EXIT.
015880
015890     MOVE SPACES                          TO NSL-RPT-WORK-LINE.
015900     MOVE "JOURNAL RECORDS SKIPPED"       TO NSL-RPT-CNT-LABEL.
015910     MOVE NSL-SKIP-COUNT                  TO NSL-RPT-CNT-COUNT.
015920     PERFORM 8000-WRITE-REPORT-LINE
015930         THRU 8000-WRITE-REPORT-LINE-EXIT.
015940
015950 7000-PRINT-SUMMARY-EXIT.
015960     EXIT.
015970
015980******************************************************************
015990* 7100-PRINT-ONE-STEP - ONE STEP'S RUNS, AVERAGE, MINIMUM,
016000*                      MAXIMUM, SLA AND TIMES OVER IT
016010******************************************************************
016020 7100-PRINT-ONE-STEP.
016030
016040     MOVE SPACES                   TO NSL-RPT-WORK-LINE.
016050     MOVE NSL-STP-NAME (NSL-SX)    TO NSL-RPT-SUM-NAME.
016060     MOVE NSL-STP-RUNS (NSL-SX)    TO NSL-RPT-SUM-RUNS.
016070
016080     IF NSL-STP-RUNS (NSL-SX) > 0
016090         COMPUTE NSL-FMT-SECONDS ROUNDED =
016100             NSL-STP-SUM (NSL-SX) / NSL-STP-RUNS (NSL-SX)
016110         PERFORM 8200-FORMAT-HMS
016120             THRU 8200-FORMAT-HMS-EXIT
016130         MOVE NSL-HMS-TEXT         TO NSL-RPT-SUM-AVERAGE
016140     END-IF.
016150
016160     MOVE NSL-STP-MIN (NSL-SX)     TO NSL-FMT-SECONDS.
016170     PERFORM 8200-FORMAT-HMS
016180         THRU 8200-FORMAT-HMS-EXIT.
016190     MOVE NSL-HMS-TEXT             TO NSL-RPT-SUM-MINIMUM.
016200
016210     MOVE NSL-STP-MAX (NSL-SX)     TO NSL-FMT-SECONDS.
016220     PERFORM 8200-FORMAT-HMS
016230         THRU 8200-FORMAT-HMS-EXIT.
016240     MOVE NSL-HMS-TEXT             TO NSL-RPT-SUM-MAXIMUM.
016250
016260     IF NSL-STP-SLA-MIN (NSL-SX) > 0
016270         MOVE NSL-STP-SLA-MIN (NSL-SX) TO NSL-RPT-SUM-SLA
016280         MOVE NSL-STP-OVER (NSL-SX)    TO NSL-RPT-SUM-OVER
016290     END-IF.
016300
016310     PERFORM 8000-WRITE-REPORT-LINE
016320         THRU 8000-WRITE-REPORT-LINE-EXIT.
016330
016340 7100-PRINT-ONE-STEP-EXIT.
016350     EXIT.
016360
016370******************************************************************
016380* 8000-WRITE-REPORT-LINE - MOVE THE WORK LINE TO THE REPORT
016390*                         RECORD, WRITE IT AND CHECK THE STATUS
016400******************************************************************
016410 8000-WRITE-REPORT-LINE.
016420
016430     MOVE NSL-RPT-WORK-LINE TO DRV-SLA-REPORT-LINE.
016440     WRITE DRV-SLA-REPORT-LINE.
016450
016460     IF NOT NSL-RPT-OK
016470         DISPLAY "NIGHTSLA: NIGHTSLR WRITE FAILED, STATUS "
016480             NSL-RPT-STATUS
016490     END-IF.
016500
016510     MOVE SPACES TO NSL-RPT-WORK-LINE.
016520
016530 8000-WRITE-REPORT-LINE-EXIT.
016540     EXIT.
016550
016560******************************************************************
016570* 8100-TIME-TO-SECONDS - NSL-TIME-VALUE (HHMMSSCC) AS SECONDS
016580*                       SINCE MIDNIGHT, IN NSL-SECONDS
016590******************************************************************
016600 8100-TIME-TO-SECONDS.
016610
016620     COMPUTE NSL-SECONDS = NSL-TIME-HH * 3600
016630                         + NSL-TIME-MM * 60
016640                         + NSL-TIME-SS.
016650
016660 8100-TIME-TO-SECONDS-EXIT.
016670     EXIT.
016680
016690******************************************************************
016700* 8150-ELAPSED - SECONDS FROM NSL-START-SECS TO NSL-END-SECS, IN
016710*               NSL-ELAPSED.  AN END BEFORE THE START RAN PAST
016720*               MIDNIGHT.
016730******************************************************************
016740 8150-ELAPSED.
016750
016760     IF NSL-END-SECS < NSL-START-SECS
016770         COMPUTE NSL-ELAPSED = NSL-END-SECS + 86400
016780                             - NSL-START-SECS
016790     ELSE
016800         COMPUTE NSL-ELAPSED = NSL-END-SECS - NSL-START-SECS
016810     END-IF.
016820
016830 8150-ELAPSED-EXIT.
016840     EXIT.
016850
016860******************************************************************
016870* 8200-FORMAT-HMS - NSL-FMT-SECONDS AS HH:MM:SS IN NSL-HMS-TEXT
016880******************************************************************
016890 8200-FORMAT-HMS.
016900
016910     DIVIDE NSL-FMT-SECONDS BY 3600
016920         GIVING NSL-HMS-HH
016930         REMAINDER NSL-FMT-REST.
016940     DIVIDE NSL-FMT-REST BY 60
016950         GIVING NSL-HMS-MM
016960         REMAINDER NSL-HMS-SS.
016970
016980 8200-FORMAT-HMS-EXIT.
016990     EXIT.
017000
017010******************************************************************
017020* 9000-TERMINATE - CLOSE UP AND SET THE RETURN CODE: 4 WHEN A
017030*                 RECENT CYCLE FINISHED LATE, A RECENT STEP RAN
017040*                 OVER ITS SLA, OR THERE WAS NOTHING TO ANALYSE
017050******************************************************************
017060 9000-TERMINATE.
017070
017080     IF NSL-INIT-FAILED
017090         GO TO 9000-TERMINATE-EXIT
017100     END-IF.
017110
017120     IF NSL-CYCLE-TOTAL = 0
017130         MOVE SPACES TO NSL-RPT-WORK-LINE
017140         MOVE "NO CYCLES FOUND IN NIGHTJRH OR NIGHTJRN"
017150             TO NSL-RPT-NOTE-TEXT
017160         PERFORM 8000-WRITE-REPORT-LINE
017170             THRU 8000-WRITE-REPORT-LINE-EXIT
017180     END-IF.
017190
017200     DISPLAY "NIGHTSLA: CYCLES " NSL-CYCLE-TOTAL
017210         " SHOWN " NSL-DETAIL-COUNT
017220         " LATE " NSL-LATE-COUNT
017230         " OVER SLA " NSL-OVER-SLA-COUNT.
017240
017250     CLOSE REPORT-FILE.
017260
017270     IF NSL-PARM-OK OR NSL-PARM-STATUS = "23"
017280         CLOSE PARAMETER-FILE
017290     END-IF.
017300
017310     IF NSL-CYCLE-TOTAL = 0
017320        OR NSL-LATE-COUNT > 0
017330        OR NSL-OVER-SLA-COUNT > 0
017340        OR NSL-WARN-YES
017350         MOVE 4 TO RETURN-CODE
017360     ELSE
017370         MOVE 0 TO RETURN-CODE
017380     END-IF.
017390
017400 9000-TERMINATE-EXIT.
017410     EXIT.
017420
017430 END PROGRAM NIGHTSLA.
