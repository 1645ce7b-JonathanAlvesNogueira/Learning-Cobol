000010******************************************************************
000020* PROGRAM:     SOMSTGN
000030* AUTHOR:      J. ALVES NOGUEIRA
000040* INSTALLATION: LEARNING-COBOL BATCH SHOP
000050* DATE-WRITTEN: 2026-10-01
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     NIGHTLY STANDING TRANSACTION GENERATOR, RUN BY
000090*              NIGHTDRV AHEAD OF SOMBUILD.  TAKES THE CYCLE
000100*              DATE (PASSED BY THE DRIVER, OR TODAY WHEN RUN ON
000110*              ITS OWN), FINDS IT ON THE SOMCAL PROCESSING
000120*              CALENDAR WITH ITS FISCAL PERIOD AND THE BUSINESS
000130*              DAYS OF THE PERIOD SO FAR, THEN PASSES THE
000140*              SOMSTND STANDING TRANSACTION MASTER ONCE IN KEY
000150*              SEQUENCE AND WRITES EVERY ENTRY FALLING DUE
000160*              TONIGHT TO THE SOMSTRN FEED (BATCHED SOMBTCH
000170*              LAYOUT WITH HEADER AND BALANCED TRAILER, A
000180*              SOMBUILD SOURCE).  AN OCCURRENCE WHOSE DATE WAS
000190*              A HOLIDAY OR WEEKEND IS TAKEN ON THE NEXT CYCLE
000200*              THAT RUNS.  EACH ENTRY GENERATED HAS ITS NEXT DUE
000210*              DATE MOVED ON AND THE CYCLE DATE STAMPED ON IT,
000220*              SO AN OCCURRENCE IS NEVER TAKEN TWICE: A RERUN OF
000230*              THE SAME CYCLE REISSUES THE SAME ITEMS WITHOUT
000240*              MOVING THE SCHEDULE AGAIN.  THE BUILD CARRIES
000250*              ONE ITEM PER EMPLOYEE A NIGHT, SO WHEN SEVERAL OF
000260*              AN EMPLOYEE'S ENTRIES ARE DUE THE ONE WAITING
000262*              LONGEST (OLDEST OCCURRENCE DATE) IS GENERATED AND
000264*              THE OTHERS ARE DEFERRED TO THE NEXT CYCLE (RETURN
000270*              CODE 4).  PRINTS THE GENERATION REGISTER.
000290*-----------------------------------------------------------------
000300* MODIFICATION HISTORY:
000310*   DATE       INIT  DESCRIPTION
000320*   2026-10-01 JAN   ORIGINAL VERSION.
000322*   2026-10-15 JAN   THE NIGHT'S ONE SLOT PER EMPLOYEE WENT TO THE
000324*                    LOWEST-SEQUENCE DUE ENTRY, SO A DAILY ENTRY
000324*                    STARVED THE EMPLOYEE'S WEEKLY, MONTHLY AND
000324*                    PERIODIC ENTRIES FOR EVER.  EACH EMPLOYEE'S
000324*                    ENTRIES ARE NOW RANKED FIRST AND THE SLOT
000324*                    GOES TO THE OLDEST OCCURRENCE DUE; AN ITEM
000324*                    ALREADY GENERATED BY THIS CYCLE STILL
000324*                    REISSUES.
000330* Tectonics: cobc
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. SOMSTGN.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT STANDING-FILE ASSIGN "SOMSTND"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS SOM-STD-KEY
000450         FILE STATUS IS SSG-STD-STATUS.
000460
000470     SELECT CALENDAR-FILE ASSIGN "SOMCAL"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS SOM-CAL-DATE
000510         FILE STATUS IS SSG-CAL-STATUS.
000520
000530     SELECT STANDING-TRAN-FILE ASSIGN "SOMSTRN"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS SSG-STR-STATUS.
000560
000570     SELECT REGISTER-FILE ASSIGN "SOMSTRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS SSG-RPT-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  STANDING-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 COPY SOMSTND.
000660
000670 FD  CALENDAR-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 COPY SOMCAL.
000700
000710 FD  STANDING-TRAN-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY SOMBTCH.
000740
000750 FD  REGISTER-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 COPY SOMSTRPT.
000780
000790 WORKING-STORAGE SECTION.
000800 77  SSG-STD-STATUS              PIC X(02) VALUE "00".
000810     88  SSG-STD-OK                         VALUE "00".
000820     88  SSG-STD-EOF                        VALUE "10".
000830     88  SSG-STD-FILE-NOT-FOUND             VALUE "35".
000840
000850 77  SSG-CAL-STATUS              PIC X(02) VALUE "00".
000860     88  SSG-CAL-OK                         VALUE "00".
000870     88  SSG-CAL-NOT-FOUND                  VALUE "23".
000880
000890 77  SSG-STR-STATUS              PIC X(02) VALUE "00".
000900     88  SSG-STR-OK                         VALUE "00".
000910
000920 77  SSG-RPT-STATUS              PIC X(02) VALUE "00".
000930     88  SSG-RPT-OK                         VALUE "00".
000940
000950 77  SSG-INIT-STATUS-SWITCH      PIC X(01) VALUE "Y".
000960     88  SSG-INIT-OK                        VALUE "Y".
000970     88  SSG-INIT-FAILED                    VALUE "N".
000980
000990 77  SSG-STD-EOF-SWITCH          PIC X(01) VALUE "N".
001000     88  SSG-STD-EOF-YES                    VALUE "Y".
001010     88  SSG-STD-EOF-NO                     VALUE "N".
001020
001030 77  SSG-STD-OPEN-SWITCH         PIC X(01) VALUE "N".
001040     88  SSG-STD-OPEN-YES                   VALUE "Y".
001050     88  SSG-STD-OPEN-NO                    VALUE "N".
001060
001070 77  SSG-CAL-EOF-SWITCH          PIC X(01) VALUE "N".
001080     88  SSG-CAL-EOF-YES                    VALUE "Y".
001090     88  SSG-CAL-EOF-NO                     VALUE "N".
001100
001110 77  SSG-HOLIDAY-SWITCH          PIC X(01) VALUE "N".
001120     88  SSG-HOLIDAY-YES                    VALUE "Y".
001130     88  SSG-HOLIDAY-NO                     VALUE "N".
001140
001150 77  SSG-PERIOD-END-SWITCH       PIC X(01) VALUE "N".
001160     88  SSG-PERIOD-END-YES                 VALUE "Y".
001170     88  SSG-PERIOD-END-NO                  VALUE "N".
001180
001190 77  SSG-DUE-SWITCH              PIC X(01) VALUE "N".
001200     88  SSG-DUE-YES                        VALUE "Y".
001210     88  SSG-DUE-NO                         VALUE "N".
001220
001222 77  SSG-FAIL-SWITCH             PIC X(01) VALUE "N".
001224     88  SSG-FAIL-YES                       VALUE "Y".
001226     88  SSG-FAIL-NO                        VALUE "N".
001228
001230 77  SSG-REISSUE-SWITCH          PIC X(01) VALUE "N".
001240     88  SSG-REISSUE-YES                    VALUE "Y".
001250     88  SSG-REISSUE-NO                     VALUE "N".
001260
001270 77  SSG-CYCLE-DATE              PIC 9(08) VALUE ZEROS.
001280 77  SSG-CYCLE-PERIOD            PIC 9(06) VALUE ZEROS.
001290 77  SSG-NOMINAL-DATE            PIC 9(08) VALUE ZEROS.
001300 77  SSG-SAVE-DATE               PIC 9(08) VALUE ZEROS.
001310 77  SSG-GROUP-EMP-ID            PIC 9(06) VALUE ZEROS.
001312 77  SSG-GROUP-KEY               PIC X(08) VALUE SPACES.
001314 77  SSG-WIN-SEQ                 PIC 9(02) VALUE ZEROS.
001316 77  SSG-WIN-DATE                PIC 9(08) VALUE ZEROS.
001320 77  SSG-BUS-COUNT               PIC 9(02) COMP VALUE 0.
001330 77  SSG-WEEKDAY                 PIC 9(01) VALUE 0.
001340 77  SSG-MONTH-LIMIT             PIC 9(02) VALUE ZEROS.
001350 77  SSG-LEAP-QUOTIENT           PIC 9(04) VALUE ZEROS.
001360 77  SSG-LEAP-REMAINDER          PIC 9(01) VALUE ZEROS.
001370 77  SSG-DOW-YEAR                PIC 9(04) VALUE ZEROS.
001380 77  SSG-DOW-PART                PIC 9(04) VALUE ZEROS.
001390 77  SSG-DOW-SUM                 PIC 9(05) COMP VALUE 0.
001400 77  SSG-DOW-QUOTIENT            PIC 9(05) COMP VALUE 0.
001410 77  SSG-DOW-REMAINDER           PIC 9(01) VALUE 0.
001420
001430 77  SSG-GENERATED-COUNT         PIC 9(05) COMP VALUE 0.
001440 77  SSG-REISSUED-COUNT          PIC 9(05) COMP VALUE 0.
001450 77  SSG-DEFERRED-COUNT          PIC 9(05) COMP VALUE 0.
001460 77  SSG-WRITTEN-COUNT           PIC 9(07) COMP VALUE 0.
001470 77  SSG-GENERATED-AMOUNT        PIC S9(9)V99 COMP-3 VALUE ZERO.
001480 77  SSG-REISSUED-AMOUNT         PIC S9(9)V99 COMP-3 VALUE ZERO.
001490 77  SSG-DEFERRED-AMOUNT         PIC S9(9)V99 COMP-3 VALUE ZERO.
001500 77  SSG-HASH-TOTAL              PIC S9(9)V99 COMP-3 VALUE ZERO.
001510
001520******************************************************************
001530* SSG-DATE-WORK - THE DATE THE CALENDAR ROUTINES STEP FORWARD.
001540******************************************************************
001550 01  SSG-DATE-WORK               PIC 9(08) VALUE ZEROS.
001560 01  SSG-DATE-FIELDS REDEFINES SSG-DATE-WORK.
001570     05  SSG-DW-CCYY             PIC 9(04).
001580     05  SSG-DW-MM               PIC 9(02).
001590     05  SSG-DW-DD               PIC 9(02).
001600
001610******************************************************************
001620* SSG-BUSINESS-DAYS - THE BUSINESS DAYS OF THE CYCLE'S FISCAL
001630* PERIOD FROM ITS FIRST UP TO THE CYCLE DATE, IN ORDER, SO
001640* SSG-BUS-DATE (N) IS THE PERIOD'S NTH BUSINESS DAY.
001650******************************************************************
001660 01  SSG-BUSINESS-DAYS.
001670     05  SSG-BUS-DATE            OCCURS 31 TIMES PIC 9(08).
001680
001690******************************************************************
001700* SSG-MONTH-DAYS - DAYS PER MONTH FOR THE DATE ROUTINES;
001710* FEBRUARY IS ADJUSTED FOR LEAP YEARS AT USE.
001720******************************************************************
001730 01  SSG-MONTH-DAYS-VALUES.
001740     05  FILLER                  PIC X(24)
001750         VALUE "312831303130313130313031".
001760 01  SSG-MONTH-DAYS-TABLE REDEFINES SSG-MONTH-DAYS-VALUES.
001770     05  SSG-MONTH-DAYS          OCCURS 12 TIMES PIC 9(02).
001780
001790******************************************************************
001800* SSG-MONTH-OFFSETS - PER-MONTH OFFSETS FOR THE DAY-OF-WEEK
001810* CALCULATION IN 8300-DAY-OF-WEEK.
001820******************************************************************
001830 01  SSG-MONTH-OFFSET-VALUES.
001840     05  FILLER                  PIC X(12)
001850         VALUE "032503514624".
001860 01  SSG-MONTH-OFFSET-TABLE REDEFINES SSG-MONTH-OFFSET-VALUES.
001870     05  SSG-MONTH-OFFSET        OCCURS 12 TIMES PIC 9(01).
001880
001890******************************************************************
001900* SSG-RPT-WORK-LINE AND ITS REDEFINES - THE GENERATION REGISTER
001910* LINE IS BUILT HERE IN WORKING STORAGE, THEN MOVED INTO THE
001920* REPORT-FILE RECORD JUST BEFORE EACH WRITE.
001930******************************************************************
001940 01  SSG-RPT-WORK-LINE               PIC X(080) VALUE SPACES.
001950
001960 01  SSG-RPT-HEADING REDEFINES SSG-RPT-WORK-LINE.
001970     05  SSG-RPT-HDG-LABEL           PIC X(46).
001980     05  SSG-RPT-HDG-DATE            PIC X(10).
001990     05  FILLER                      PIC X(24).
002000
002010 01  SSG-RPT-DETAIL REDEFINES SSG-RPT-WORK-LINE.
002020     05  SSG-RPT-DET-EMP-ID          PIC 9(06).
002030     05  FILLER                      PIC X(01).
002040     05  SSG-RPT-DET-SEQ             PIC 9(02).
002050     05  FILLER                      PIC X(01).
002060     05  SSG-RPT-DET-CC              PIC X(04).
002070     05  FILLER                      PIC X(01).
002080     05  SSG-RPT-DET-AMOUNT          PIC -(7)9.99.
002090     05  FILLER                      PIC X(01).
002100     05  SSG-RPT-DET-CURRENCY        PIC X(03).
002110     05  FILLER                      PIC X(01).
002120     05  SSG-RPT-DET-FREQUENCY       PIC X(01).
002130     05  FILLER                      PIC X(01).
002140     05  SSG-RPT-DET-DUE-DATE        PIC 9(08).
002150     05  FILLER                      PIC X(01).
002160     05  SSG-RPT-DET-DISPOSITION     PIC X(10).
002170     05  FILLER                      PIC X(28).
002180
002190 01  SSG-RPT-TOTAL REDEFINES SSG-RPT-WORK-LINE.
002200     05  SSG-RPT-TOT-LABEL           PIC X(22).
002210     05  SSG-RPT-TOT-COUNT           PIC ZZZZ9.
002220     05  FILLER                      PIC X(03).
002230     05  SSG-RPT-TOT-AMOUNT          PIC -(9)9.99.
002240     05  FILLER                      PIC X(37).
002250
002260 LINKAGE SECTION.
002270 01  SSG-LINK-CYCLE-DATE         PIC 9(08).
002280
002290 PROCEDURE DIVISION USING SSG-LINK-CYCLE-DATE.
002300******************************************************************
002310* 0000-MAINLINE
002320******************************************************************
002330 0000-MAINLINE.
002340
002350     PERFORM 1000-INITIALIZE
002360         THRU 1000-INITIALIZE-EXIT.
002370
002380     IF SSG-INIT-OK
002390         PERFORM 2000-PROCESS-ONE-EMPLOYEE
002400             THRU 2000-PROCESS-ONE-EMPLOYEE-EXIT
002410             UNTIL SSG-STD-EOF-YES
002420         PERFORM 4000-PRINT-TOTALS
002430             THRU 4000-PRINT-TOTALS-EXIT
002440     END-IF.
002450
002460     PERFORM 5000-TERMINATE
002470         THRU 5000-TERMINATE-EXIT.
002480
002490     GOBACK.
002500
002510******************************************************************
002520* 1000-INITIALIZE - TAKE THE CYCLE DATE, LOAD ITS CALENDAR
002530*                  FACTS, OPEN THE MASTER, WRITE THE SOMSTRN
002540*                  BATCH HEADER AND THE REGISTER HEADING, AND
002550*                  READ THE FIRST MASTER ENTRY.  A MASTER THAT
002560*                  DOES NOT EXIST YET, OR A CYCLE DATE THAT IS A
002570*                  HOLIDAY, GENERATES AN EMPTY BALANCED FEED.
002580******************************************************************
002590 1000-INITIALIZE.
002600
002610     IF ADDRESS OF SSG-LINK-CYCLE-DATE NOT = NULL
002620         MOVE SSG-LINK-CYCLE-DATE TO SSG-CYCLE-DATE
002630     ELSE
002640         ACCEPT SSG-CYCLE-DATE FROM DATE YYYYMMDD
002650     END-IF.
002660
002670     PERFORM 1100-LOAD-CALENDAR
002680         THRU 1100-LOAD-CALENDAR-EXIT.
002690
002700     IF SSG-INIT-FAILED
002710         GO TO 1000-INITIALIZE-EXIT
002720     END-IF.
002730
002740     OPEN I-O STANDING-FILE.
002750
002760     IF SSG-STD-FILE-NOT-FOUND
002770         DISPLAY "SOMSTGN: NO SOMSTND MASTER, NOTHING TO "
002780             "GENERATE"
002790         MOVE "Y" TO SSG-STD-EOF-SWITCH
002800     ELSE
002810         IF NOT SSG-STD-OK
002820             DISPLAY "SOMSTGN: UNABLE TO OPEN SOMSTND, STATUS "
002830                 SSG-STD-STATUS
002840             MOVE 8 TO RETURN-CODE
002850             MOVE "N" TO SSG-INIT-STATUS-SWITCH
002860             GO TO 1000-INITIALIZE-EXIT
002870         END-IF
002880         MOVE "Y" TO SSG-STD-OPEN-SWITCH
002890     END-IF.
002900
002910     OPEN OUTPUT STANDING-TRAN-FILE.
002920
002930     IF NOT SSG-STR-OK
002940         DISPLAY "SOMSTGN: UNABLE TO OPEN SOMSTRN, STATUS "
002950             SSG-STR-STATUS
002960         MOVE 8 TO RETURN-CODE
002970         MOVE "N" TO SSG-INIT-STATUS-SWITCH
002980         GO TO 1000-INITIALIZE-EXIT
002990     END-IF.
003000
003010     MOVE SPACES         TO SOM-BCH-RECORD.
003020     MOVE "H"            TO SOM-BCH-TYPE.
003030     MOVE "SOMSTRN"      TO SOM-BCH-SOURCE-ID.
003040     MOVE SSG-CYCLE-DATE TO SOM-BCH-FILE-DATE.
003050     WRITE SOM-BCH-RECORD.
003060
003070     IF NOT SSG-STR-OK
003080         DISPLAY "SOMSTGN: SOMSTRN HEADER WRITE FAILED, STATUS "
003090             SSG-STR-STATUS
003100         MOVE 8 TO RETURN-CODE
003110         MOVE "N" TO SSG-INIT-STATUS-SWITCH
003120         GO TO 1000-INITIALIZE-EXIT
003130     END-IF.
003140
003150     OPEN OUTPUT REGISTER-FILE.
003160
003170     IF NOT SSG-RPT-OK
003180         DISPLAY "SOMSTGN: UNABLE TO OPEN SOMSTRPT, STATUS "
003190             SSG-RPT-STATUS
003200         MOVE 8 TO RETURN-CODE
003210         MOVE "N" TO SSG-INIT-STATUS-SWITCH
003220         GO TO 1000-INITIALIZE-EXIT
003230     END-IF.
003240
003250     MOVE SPACES TO SSG-RPT-WORK-LINE.
003260     MOVE "STANDING TRANSACTION GENERATION REGISTER FOR "
003270         TO SSG-RPT-HDG-LABEL.
003280     MOVE SSG-CYCLE-DATE TO SSG-RPT-HDG-DATE.
003290     PERFORM 4200-WRITE-REGISTER-LINE
003300         THRU 4200-WRITE-REGISTER-LINE-EXIT.
003310
003320     IF SSG-HOLIDAY-YES
003330         DISPLAY "SOMSTGN: " SSG-CYCLE-DATE " IS NOT A "
003340             "BUSINESS DAY, NOTHING GENERATED"
003350         MOVE "Y" TO SSG-STD-EOF-SWITCH
003360     END-IF.
003370
003380     IF SSG-STD-EOF-YES
003390         GO TO 1000-INITIALIZE-EXIT
003400     END-IF.
003410
003420     MOVE ZEROS TO SOM-STD-KEY.
003430
003440     START STANDING-FILE
003450         KEY IS NOT LESS THAN SOM-STD-KEY
003460         INVALID KEY
003470             MOVE "Y" TO SSG-STD-EOF-SWITCH
003480     END-START.
003490
003500     IF SSG-STD-EOF-NO
003510         PERFORM 2900-READ-NEXT-ENTRY
003520             THRU 2900-READ-NEXT-ENTRY-EXIT
003530     END-IF.
003540
003550 1000-INITIALIZE-EXIT.
003560     EXIT.
003570
003580******************************************************************
003590* 1100-LOAD-CALENDAR - READ THE CYCLE DATE'S SOMCAL RECORD FOR
003600*                     ITS DAY TYPE, FISCAL PERIOD AND PERIOD-END
003610*                     FLAG, THEN COLLECT THE PERIOD'S BUSINESS
003620*                     DAYS UP TO THE CYCLE DATE.  A CYCLE DATE
003630*                     NOT ON THE CALENDAR FAILS THE STEP.
003640******************************************************************
003650 1100-LOAD-CALENDAR.
003660
003670     OPEN INPUT CALENDAR-FILE.
003680
003690     IF NOT SSG-CAL-OK
003700         DISPLAY "SOMSTGN: UNABLE TO OPEN SOMCAL, STATUS "
003710             SSG-CAL-STATUS
003720         MOVE 8 TO RETURN-CODE
003730         MOVE "N" TO SSG-INIT-STATUS-SWITCH
003740         GO TO 1100-LOAD-CALENDAR-EXIT
003750     END-IF.
003760
003770     MOVE SSG-CYCLE-DATE TO SOM-CAL-DATE.
003780
003790     READ CALENDAR-FILE
003800         KEY IS SOM-CAL-DATE
003810         INVALID KEY
003820             DISPLAY "SOMSTGN: " SSG-CYCLE-DATE " IS NOT ON "
003830                 "THE SOMCAL CALENDAR"
003840             MOVE 8 TO RETURN-CODE
003850             MOVE "N" TO SSG-INIT-STATUS-SWITCH
003860             CLOSE CALENDAR-FILE
003870             GO TO 1100-LOAD-CALENDAR-EXIT
003880     END-READ.
003890
003900     IF NOT SOM-CAL-BUSINESS-DAY
003910         MOVE "Y" TO SSG-HOLIDAY-SWITCH
003920         CLOSE CALENDAR-FILE
003930         GO TO 1100-LOAD-CALENDAR-EXIT
003940     END-IF.
003950
003960     MOVE SOM-CAL-PERIOD TO SSG-CYCLE-PERIOD.
003970
003980     IF SOM-CAL-PERIOD-END-YES
003990         MOVE "Y" TO SSG-PERIOD-END-SWITCH
004000     END-IF.
004010
004020*    NO FISCAL PERIOD STARTS MORE THAN TWO MONTHS BEFORE A DATE
004030*    IN IT, SO THE SCAN OPENS ON THE FIRST OF THAT MONTH.
004040     MOVE SSG-CYCLE-DATE TO SSG-DATE-WORK.
004050     IF SSG-DW-MM > 2
004060         SUBTRACT 2 FROM SSG-DW-MM
004070     ELSE
004080         ADD 10 TO SSG-DW-MM
004090         SUBTRACT 1 FROM SSG-DW-CCYY
004100     END-IF.
004110     MOVE 1 TO SSG-DW-DD.
004120     MOVE SSG-DATE-WORK TO SOM-CAL-DATE.
004130
004140     START CALENDAR-FILE
004150         KEY IS NOT LESS THAN SOM-CAL-DATE
004160         INVALID KEY
004170             MOVE "Y" TO SSG-CAL-EOF-SWITCH
004180     END-START.
004190
004200     PERFORM 1110-READ-CALENDAR-DAY
004210         THRU 1110-READ-CALENDAR-DAY-EXIT
004220         UNTIL SSG-CAL-EOF-YES.
004230
004240     CLOSE CALENDAR-FILE.
004250
004260 1100-LOAD-CALENDAR-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300* 1110-READ-CALENDAR-DAY - READ THE NEXT CALENDAR DAY AND, WHEN
004310*                         IT IS A BUSINESS DAY OF THE CYCLE'S
004320*                         PERIOD, ADD IT TO THE TABLE.  THE SCAN
004330*                         ENDS PAST THE CYCLE DATE.
004340******************************************************************
004350 1110-READ-CALENDAR-DAY.
004360
004370     READ CALENDAR-FILE NEXT RECORD
004380         AT END
004390             MOVE "Y" TO SSG-CAL-EOF-SWITCH
004400             GO TO 1110-READ-CALENDAR-DAY-EXIT
004410     END-READ.
004420
004430     IF SOM-CAL-DATE > SSG-CYCLE-DATE
004440         MOVE "Y" TO SSG-CAL-EOF-SWITCH
004450         GO TO 1110-READ-CALENDAR-DAY-EXIT
004460     END-IF.
004470
004480     IF SOM-CAL-BUSINESS-DAY
004490        AND SOM-CAL-PERIOD = SSG-CYCLE-PERIOD
004500        AND SSG-BUS-COUNT < 31
004510         ADD 1 TO SSG-BUS-COUNT
004520         MOVE SOM-CAL-DATE TO SSG-BUS-DATE (SSG-BUS-COUNT)
004530     END-IF.
004540
004550 1110-READ-CALENDAR-DAY-EXIT.
004560     EXIT.
004570
004580******************************************************************
004580* 2000-PROCESS-ONE-EMPLOYEE - RANK THE ENTRIES OF THE EMPLOYEE
004580*                            IN HAND FOR TONIGHT'S ONE SLOT, THEN
004580*                            GO BACK TO THE EMPLOYEE'S FIRST
004580*                            ENTRY, GENERATE THE WINNER AND DEFER
004580*                            THE REST.  LEAVES THE NEXT
004580*                            EMPLOYEE'S FIRST ENTRY IN HAND.
004580******************************************************************
004580 2000-PROCESS-ONE-EMPLOYEE.
004580
004580     MOVE SOM-STD-EMP-ID TO SSG-GROUP-EMP-ID.
004580     MOVE SOM-STD-KEY    TO SSG-GROUP-KEY.
004580     MOVE ZEROS          TO SSG-WIN-SEQ.
004580     MOVE 99999999       TO SSG-WIN-DATE.
004580
004580     PERFORM 2020-RANK-ONE-ENTRY
004580         THRU 2020-RANK-ONE-ENTRY-EXIT
004580         UNTIL SSG-STD-EOF-YES
004580            OR SOM-STD-EMP-ID NOT = SSG-GROUP-EMP-ID.
004580
004580     MOVE "N"           TO SSG-STD-EOF-SWITCH.
004580     MOVE SSG-GROUP-KEY TO SOM-STD-KEY.
004580
004580     START STANDING-FILE
004580         KEY IS NOT LESS THAN SOM-STD-KEY
004580         INVALID KEY
004580             DISPLAY "SOMSTGN: UNABLE TO REPOSITION SOMSTND AT "
004580                 SSG-GROUP-KEY ", STATUS " SSG-STD-STATUS
004580             MOVE "Y" TO SSG-FAIL-SWITCH
004580             MOVE "Y" TO SSG-STD-EOF-SWITCH
004580             GO TO 2000-PROCESS-ONE-EMPLOYEE-EXIT
004580     END-START.
004580
004580     PERFORM 2900-READ-NEXT-ENTRY
004580         THRU 2900-READ-NEXT-ENTRY-EXIT.
004580
004580     PERFORM 2030-PROCESS-ONE-ENTRY
004580         THRU 2030-PROCESS-ONE-ENTRY-EXIT
004580         UNTIL SSG-STD-EOF-YES
004580            OR SOM-STD-EMP-ID NOT = SSG-GROUP-EMP-ID.
004580
004580 2000-PROCESS-ONE-EMPLOYEE-EXIT.
004580     EXIT.
004580
004580******************************************************************
004580* 2005-TEST-ENTRY - IS THE ENTRY IN HAND DUE TONIGHT, OR WAS IT
004580*                   ALREADY GENERATED BY AN EARLIER RUN OF THIS
004580*                   CYCLE?  SETS SSG-NOMINAL-DATE TO THE
004580*                   OCCURRENCE IT STANDS FOR.
004580******************************************************************
004580 2005-TEST-ENTRY.
004580
004580     MOVE "N" TO SSG-DUE-SWITCH.
004580     MOVE "N" TO SSG-REISSUE-SWITCH.
004580
004580     IF SOM-STD-LAST-GEN-DATE = SSG-CYCLE-DATE
004580         MOVE "Y"              TO SSG-REISSUE-SWITCH
004580         MOVE SOM-STD-LAST-DUE TO SSG-NOMINAL-DATE
004580     ELSE
004580         PERFORM 2100-CHECK-DUE
004580             THRU 2100-CHECK-DUE-EXIT
004580     END-IF.
004580
004580 2005-TEST-ENTRY-EXIT.
004580     EXIT.
004580
004580******************************************************************
004580* 2020-RANK-ONE-ENTRY - KEEP THE ENTRY IN HAND AS THE EMPLOYEE'S
004580*                      WINNER IF IT HAS WAITED LONGER THAN THE
004580*                      BEST SO FAR (TIES GO TO THE LOWER
004580*                      SEQUENCE), THEN READ THE NEXT.  AN ITEM
004580*                      THIS CYCLE HAS ALREADY GENERATED ALWAYS
004580*                      KEEPS THE SLOT, SO A RERUN REISSUES THE
004580*                      SAME ITEMS.  NOTHING IS WRITTEN HERE.
004580******************************************************************
004580 2020-RANK-ONE-ENTRY.
004580
004580     PERFORM 2005-TEST-ENTRY
004580         THRU 2005-TEST-ENTRY-EXIT.
004580
004580     IF SSG-REISSUE-YES
004580         MOVE SOM-STD-SEQ TO SSG-WIN-SEQ
004580         MOVE ZEROS       TO SSG-WIN-DATE
004580     ELSE
004580         IF SSG-DUE-YES
004580            AND SSG-NOMINAL-DATE < SSG-WIN-DATE
004580             MOVE SOM-STD-SEQ      TO SSG-WIN-SEQ
004580             MOVE SSG-NOMINAL-DATE TO SSG-WIN-DATE
004580         END-IF
004580     END-IF.
004580
004580     PERFORM 2900-READ-NEXT-ENTRY
004580         THRU 2900-READ-NEXT-ENTRY-EXIT.
004580
004580 2020-RANK-ONE-ENTRY-EXIT.
004580     EXIT.
004580
004580******************************************************************
004580* 2030-PROCESS-ONE-ENTRY - HANDLE THE ENTRY IN HAND AND READ THE
004580*                         NEXT ONE
004580******************************************************************
004580 2030-PROCESS-ONE-ENTRY.
004580
004580     PERFORM 2010-HANDLE-ENTRY
004580         THRU 2010-HANDLE-ENTRY-EXIT.
004580
004580     PERFORM 2900-READ-NEXT-ENTRY
004580         THRU 2900-READ-NEXT-ENTRY-EXIT.
004580
004580 2030-PROCESS-ONE-ENTRY-EXIT.
004580     EXIT.
004648
004650******************************************************************
004652* 2010-HANDLE-ENTRY - DECIDE WHETHER THE ENTRY IN HAND IS DUE
004654*                    TONIGHT (OR WAS ALREADY GENERATED BY AN
004656*                    EARLIER RUN OF THIS CYCLE) AND WRITE IT IF
004658*                    IT WON ITS EMPLOYEE'S SLOT, OR DEFER IT
004660*                    WHEN ANOTHER OF THE EMPLOYEE'S ENTRIES DID
004662******************************************************************
004664 2010-HANDLE-ENTRY.
004666
004670     PERFORM 2005-TEST-ENTRY
004680         THRU 2005-TEST-ENTRY-EXIT.
004770
004780     IF SSG-DUE-NO AND SSG-REISSUE-NO
004790         GO TO 2010-HANDLE-ENTRY-EXIT
004800     END-IF.
004810
004820     MOVE SPACES              TO SSG-RPT-WORK-LINE.
004830     MOVE SOM-STD-EMP-ID      TO SSG-RPT-DET-EMP-ID.
004840     MOVE SOM-STD-SEQ         TO SSG-RPT-DET-SEQ.
004850     MOVE SOM-STD-COST-CENTER TO SSG-RPT-DET-CC.
004860     MOVE SOM-STD-AMOUNT      TO SSG-RPT-DET-AMOUNT.
004870     MOVE SOM-STD-CURRENCY    TO SSG-RPT-DET-CURRENCY.
004880     MOVE SOM-STD-FREQUENCY   TO SSG-RPT-DET-FREQUENCY.
004890     MOVE SSG-NOMINAL-DATE    TO SSG-RPT-DET-DUE-DATE.
004900
004910     IF SOM-STD-SEQ NOT = SSG-WIN-SEQ
004920         MOVE "DEFERRED"     TO SSG-RPT-DET-DISPOSITION
004930         ADD 1               TO SSG-DEFERRED-COUNT
004940         ADD SOM-STD-AMOUNT  TO SSG-DEFERRED-AMOUNT
004950         PERFORM 4200-WRITE-REGISTER-LINE
004960             THRU 4200-WRITE-REGISTER-LINE-EXIT
004970         GO TO 2010-HANDLE-ENTRY-EXIT
004980     END-IF.
004990
005000     PERFORM 2500-WRITE-FEED-DETAIL
005010         THRU 2500-WRITE-FEED-DETAIL-EXIT.
005020
005030     IF NOT SSG-STR-OK
005040         MOVE "NOT WRITTEN"  TO SSG-RPT-DET-DISPOSITION
005050         PERFORM 4200-WRITE-REGISTER-LINE
005060             THRU 4200-WRITE-REGISTER-LINE-EXIT
005070         GO TO 2010-HANDLE-ENTRY-EXIT
005080     END-IF.
005090
005120     IF SSG-REISSUE-YES
005130         MOVE "REISSUED"     TO SSG-RPT-DET-DISPOSITION
005140         ADD 1               TO SSG-REISSUED-COUNT
005150         ADD SOM-STD-AMOUNT  TO SSG-REISSUED-AMOUNT
005160     ELSE
005170         MOVE "GENERATED"    TO SSG-RPT-DET-DISPOSITION
005180         ADD 1               TO SSG-GENERATED-COUNT
005190         ADD SOM-STD-AMOUNT  TO SSG-GENERATED-AMOUNT
005200         PERFORM 2300-ADVANCE-SCHEDULE
005210             THRU 2300-ADVANCE-SCHEDULE-EXIT
005220     END-IF.
005230
005240     PERFORM 4200-WRITE-REGISTER-LINE
005250         THRU 4200-WRITE-REGISTER-LINE-EXIT.
005260
005270 2010-HANDLE-ENTRY-EXIT.
005280     EXIT.
005300
005310******************************************************************
005320* 2100-CHECK-DUE - AN ENTRY IS DUE WHEN ITS NEXT OCCURRENCE
005330*                 FALLS ON OR BEFORE THE CYCLE DATE, NOT BEFORE
005340*                 ITS START DATE AND NOT AFTER ITS END DATE.  A
005350*                 NEXT DUE DATE OF ZERO IS WORKED OUT FIRST.
005360******************************************************************
005370 2100-CHECK-DUE.
005380
005390     IF SSG-CYCLE-DATE < SOM-STD-START-DATE
005400         GO TO 2100-CHECK-DUE-EXIT
005410     END-IF.
005420
005430     IF SOM-STD-PERIODIC
005440         PERFORM 2150-CHECK-PERIODIC
005450             THRU 2150-CHECK-PERIODIC-EXIT
005460         GO TO 2100-CHECK-DUE-EXIT
005470     END-IF.
005480
005490     IF NOT SOM-STD-FREQUENCY-VALID
005500         GO TO 2100-CHECK-DUE-EXIT
005510     END-IF.
005520
005530     IF SOM-STD-NEXT-DUE = ZEROS
005540         PERFORM 2200-FIRST-DUE-DATE
005550             THRU 2200-FIRST-DUE-DATE-EXIT
005560     END-IF.
005570
005580     IF SOM-STD-END-DATE NOT = ZEROS
005590        AND SOM-STD-NEXT-DUE > SOM-STD-END-DATE
005600         GO TO 2100-CHECK-DUE-EXIT
005610     END-IF.
005620
005630     IF SOM-STD-NEXT-DUE NOT > SSG-CYCLE-DATE
005640         MOVE "Y"              TO SSG-DUE-SWITCH
005650         MOVE SOM-STD-NEXT-DUE TO SSG-NOMINAL-DATE
005660     END-IF.
005670
005680 2100-CHECK-DUE-EXIT.
005690     EXIT.
005700
005710******************************************************************
005720* 2150-CHECK-PERIODIC - A ONCE-A-PERIOD ENTRY NOT YET TAKEN THIS
005730*                      PERIOD IS DUE ONCE THE PERIOD HAS REACHED
005740*                      ITS NTH BUSINESS DAY, OR ON THE PERIOD'S
005750*                      LAST BUSINESS DAY IF THE PERIOD IS
005760*                      SHORTER.  THAT DAY MUST SIT INSIDE THE
005770*                      ENTRY'S START/END WINDOW.
005780******************************************************************
005790 2150-CHECK-PERIODIC.
005800
005810     IF SOM-STD-LAST-PERIOD = SSG-CYCLE-PERIOD
005812        OR SOM-STD-DAY < 1
005820         GO TO 2150-CHECK-PERIODIC-EXIT
005830     END-IF.
005840
005850     IF SSG-BUS-COUNT NOT < SOM-STD-DAY
005860         MOVE SSG-BUS-DATE (SOM-STD-DAY) TO SSG-NOMINAL-DATE
005870     ELSE
005880         IF SSG-PERIOD-END-YES
005890             MOVE SSG-CYCLE-DATE TO SSG-NOMINAL-DATE
005900         ELSE
005910             GO TO 2150-CHECK-PERIODIC-EXIT
005920         END-IF
005930     END-IF.
005940
005950     IF SSG-NOMINAL-DATE < SOM-STD-START-DATE
005960         GO TO 2150-CHECK-PERIODIC-EXIT
005970     END-IF.
005980
005990     IF SOM-STD-END-DATE NOT = ZEROS
006000        AND SSG-NOMINAL-DATE > SOM-STD-END-DATE
006010         GO TO 2150-CHECK-PERIODIC-EXIT
006020     END-IF.
006030
006040     MOVE "Y" TO SSG-DUE-SWITCH.
006050
006060 2150-CHECK-PERIODIC-EXIT.
006070     EXIT.
006080
006090******************************************************************
006100* 2200-FIRST-DUE-DATE - WORK OUT THE FIRST OCCURRENCE ON OR
006110*                      AFTER THE START DATE, OR THE DAY AFTER THE
006120*                      LAST OCCURRENCE TAKEN WHEN THE SCHEDULE
006130*                      HAS BEEN CHANGED SINCE: THAT DAY ITSELF
006140*                      FOR DAILY, THE NEXT NAMED WEEKDAY FOR
006150*                      WEEKLY, THE NEXT NAMED DAY OF A MONTH FOR
006160*                      MONTHLY
006170******************************************************************
006180 2200-FIRST-DUE-DATE.
006190
006200     IF SOM-STD-LAST-DUE > ZEROS
006210         MOVE SOM-STD-LAST-DUE TO SSG-DATE-WORK
006220         PERFORM 8100-ADD-ONE-DAY
006230             THRU 8100-ADD-ONE-DAY-EXIT
006240     ELSE
006250         MOVE SOM-STD-START-DATE TO SSG-DATE-WORK
006260     END-IF.
006270
006280     IF SOM-STD-WEEKLY
006290         PERFORM 8300-DAY-OF-WEEK
006300             THRU 8300-DAY-OF-WEEK-EXIT
006310         PERFORM 2210-STEP-TO-WEEKDAY
006320             THRU 2210-STEP-TO-WEEKDAY-EXIT
006330             UNTIL SSG-WEEKDAY = SOM-STD-DAY
006340     END-IF.
006350
006360     IF SOM-STD-MONTHLY
006370         MOVE SSG-DATE-WORK TO SSG-SAVE-DATE
006380         PERFORM 8260-SET-ANCHOR-DAY
006390             THRU 8260-SET-ANCHOR-DAY-EXIT
006400         IF SSG-DATE-WORK < SSG-SAVE-DATE
006410             PERFORM 8250-NEXT-MONTH-ANCHOR
006420                 THRU 8250-NEXT-MONTH-ANCHOR-EXIT
006430         END-IF
006440     END-IF.
006450
006460     MOVE SSG-DATE-WORK TO SOM-STD-NEXT-DUE.
006470
006480 2200-FIRST-DUE-DATE-EXIT.
006490     EXIT.
006500
006510******************************************************************
006520* 2210-STEP-TO-WEEKDAY - MOVE THE WORK DATE ON ONE DAY AND KEEP
006530*                       ITS WEEKDAY NUMBER IN STEP
006540******************************************************************
006550 2210-STEP-TO-WEEKDAY.
006560
006570     PERFORM 8100-ADD-ONE-DAY
006580         THRU 8100-ADD-ONE-DAY-EXIT.
006590
006600     IF SSG-WEEKDAY = 7
006610         MOVE 1 TO SSG-WEEKDAY
006620     ELSE
006630         ADD 1 TO SSG-WEEKDAY
006640     END-IF.
006650
006660 2210-STEP-TO-WEEKDAY-EXIT.
006670     EXIT.
006680
006690******************************************************************
006700* 2300-ADVANCE-SCHEDULE - STAMP THE CYCLE DATE ON THE ENTRY JUST
006710*                        GENERATED, RECORD THE OCCURRENCE TAKEN
006720*                        AND MOVE THE NEXT DUE DATE ON: THE DAY
006730*                        AFTER THE CYCLE FOR DAILY, SEVEN DAYS
006740*                        ON FOR WEEKLY, THE SAME DAY NEXT MONTH
006750*                        FOR MONTHLY.  A ONCE-A-PERIOD ENTRY
006760*                        RECORDS THE PERIOD TAKEN INSTEAD.
006770******************************************************************
006780 2300-ADVANCE-SCHEDULE.
006790
006800     MOVE SSG-CYCLE-DATE   TO SOM-STD-LAST-GEN-DATE.
006810     MOVE SSG-NOMINAL-DATE TO SOM-STD-LAST-DUE.
006820
006830     IF SOM-STD-PERIODIC
006840         MOVE SSG-CYCLE-PERIOD TO SOM-STD-LAST-PERIOD
006850     END-IF.
006860
006870     IF SOM-STD-DAILY
006880         MOVE SSG-CYCLE-DATE TO SSG-DATE-WORK
006890         PERFORM 8100-ADD-ONE-DAY
006900             THRU 8100-ADD-ONE-DAY-EXIT
006910         MOVE SSG-DATE-WORK  TO SOM-STD-NEXT-DUE
006920     END-IF.
006930
006940     IF SOM-STD-WEEKLY
006950         MOVE SOM-STD-NEXT-DUE TO SSG-DATE-WORK
006960         PERFORM 8100-ADD-ONE-DAY
006970             THRU 8100-ADD-ONE-DAY-EXIT
006980             7 TIMES
006990         MOVE SSG-DATE-WORK  TO SOM-STD-NEXT-DUE
007000     END-IF.
007010
007020     IF SOM-STD-MONTHLY
007030         MOVE SOM-STD-NEXT-DUE TO SSG-DATE-WORK
007040         PERFORM 8250-NEXT-MONTH-ANCHOR
007050             THRU 8250-NEXT-MONTH-ANCHOR-EXIT
007060         MOVE SSG-DATE-WORK  TO SOM-STD-NEXT-DUE
007070     END-IF.
007080
007090     REWRITE SOM-STD-RECORD
007100         INVALID KEY
007110             CONTINUE
007120     END-REWRITE.
007130
007140     IF NOT SSG-STD-OK
007150         DISPLAY "SOMSTGN: SOMSTND REWRITE FAILED, STATUS "
007160             SSG-STD-STATUS ", ENTRY " SOM-STD-KEY
007170         MOVE "Y" TO SSG-FAIL-SWITCH
007180     END-IF.
007190
007200 2300-ADVANCE-SCHEDULE-EXIT.
007210     EXIT.
007220
007230******************************************************************
007240* 2500-WRITE-FEED-DETAIL - WRITE THE ENTRY AS A SOMSTRN DETAIL
007250*                         IN ITS OWN CURRENCY AND ADD IT TO THE
007260*                         TRAILER COUNT AND HASH
007270******************************************************************
007280 2500-WRITE-FEED-DETAIL.
007290
007300     MOVE SPACES              TO SOM-BCH-RECORD.
007310     MOVE "D"                 TO SOM-BCH-TYPE.
007320     MOVE SOM-STD-EMP-ID      TO SOM-BCH-TRAN-KEY.
007330     MOVE SOM-STD-AMOUNT      TO SOM-BCH-TRAN-AMOUNT.
007340     MOVE SOM-STD-COST-CENTER TO SOM-BCH-TRAN-CC.
007350     MOVE SOM-STD-CURRENCY    TO SOM-BCH-TRAN-CURRENCY.
007360     WRITE SOM-BCH-RECORD.
007370
007380     IF NOT SSG-STR-OK
007390         DISPLAY "SOMSTGN: SOMSTRN WRITE FAILED, STATUS "
007400             SSG-STR-STATUS ", ENTRY " SOM-STD-KEY
007410         MOVE "Y" TO SSG-FAIL-SWITCH
007420         GO TO 2500-WRITE-FEED-DETAIL-EXIT
007430     END-IF.
007440
007450     ADD 1              TO SSG-WRITTEN-COUNT.
007460     ADD SOM-STD-AMOUNT TO SSG-HASH-TOTAL.
007470
007480 2500-WRITE-FEED-DETAIL-EXIT.
007490     EXIT.
007500
007510******************************************************************
007520* 2900-READ-NEXT-ENTRY - READ THE NEXT MASTER ENTRY IN KEY
007530*                       SEQUENCE, FLAG EOF
007540******************************************************************
007550 2900-READ-NEXT-ENTRY.
007560
007570     READ STANDING-FILE NEXT RECORD
007580         AT END
007590             MOVE "Y" TO SSG-STD-EOF-SWITCH
007600     END-READ.
007610
007620 2900-READ-NEXT-ENTRY-EXIT.
007630     EXIT.
007640
007650******************************************************************
007660* 4000-PRINT-TOTALS - COUNT AND AMOUNT GENERATED, REISSUED AND
007670*                    DEFERRED, AND WHAT WENT TO THE FEED
007680******************************************************************
007690 4000-PRINT-TOTALS.
007700
007710     MOVE SPACES               TO SSG-RPT-WORK-LINE.
007720     MOVE "GENERATED:           " TO SSG-RPT-TOT-LABEL.
007730     MOVE SSG-GENERATED-COUNT  TO SSG-RPT-TOT-COUNT.
007740     MOVE SSG-GENERATED-AMOUNT TO SSG-RPT-TOT-AMOUNT.
007750     PERFORM 4200-WRITE-REGISTER-LINE
007760         THRU 4200-WRITE-REGISTER-LINE-EXIT.
007770
007780     MOVE SPACES               TO SSG-RPT-WORK-LINE.
007790     MOVE "REISSUED ON RERUN:   " TO SSG-RPT-TOT-LABEL.
007800     MOVE SSG-REISSUED-COUNT   TO SSG-RPT-TOT-COUNT.
007810     MOVE SSG-REISSUED-AMOUNT  TO SSG-RPT-TOT-AMOUNT.
007820     PERFORM 4200-WRITE-REGISTER-LINE
007830         THRU 4200-WRITE-REGISTER-LINE-EXIT.
007840
007850     MOVE SPACES               TO SSG-RPT-WORK-LINE.
007860     MOVE "DEFERRED TO NEXT RUN:" TO SSG-RPT-TOT-LABEL.
007870     MOVE SSG-DEFERRED-COUNT   TO SSG-RPT-TOT-COUNT.
007880     MOVE SSG-DEFERRED-AMOUNT  TO SSG-RPT-TOT-AMOUNT.
007890     PERFORM 4200-WRITE-REGISTER-LINE
007900         THRU 4200-WRITE-REGISTER-LINE-EXIT.
007910
007920     MOVE SPACES               TO SSG-RPT-WORK-LINE.
007930     MOVE "WRITTEN TO SOMSTRN:  " TO SSG-RPT-TOT-LABEL.
007940     MOVE SSG-WRITTEN-COUNT    TO SSG-RPT-TOT-COUNT.
007950     MOVE SSG-HASH-TOTAL       TO SSG-RPT-TOT-AMOUNT.
007960     PERFORM 4200-WRITE-REGISTER-LINE
007970         THRU 4200-WRITE-REGISTER-LINE-EXIT.
007980
007990 4000-PRINT-TOTALS-EXIT.
008000     EXIT.
008010
008020******************************************************************
008030* 4200-WRITE-REGISTER-LINE - MOVE THE WORK LINE TO THE REPORT
008040*                           RECORD, WRITE IT AND CHECK THE STATUS
008050******************************************************************
008060 4200-WRITE-REGISTER-LINE.
008070
008080     MOVE SSG-RPT-WORK-LINE TO SOM-STR-PRINT-LINE.
008090     WRITE SOM-STR-PRINT-LINE.
008100
008110     IF NOT SSG-RPT-OK
008120         DISPLAY "SOMSTGN: SOMSTRPT WRITE FAILED, STATUS "
008130             SSG-RPT-STATUS
008140     END-IF.
008150
008160 4200-WRITE-REGISTER-LINE-EXIT.
008170     EXIT.
008180
008190******************************************************************
008200* 5000-TERMINATE - WRITE THE SOMSTRN TRAILER, CLOSE EVERYTHING
008210*                 THAT OPENED AND SET THE COMPLETION CODE.  AN
008220*                 ENTRY DEFERRED FOR ITS EMPLOYEE COMPLETES WITH
008230*                 A WARNING; A FAILED WRITE FAILS THE STEP.
008240******************************************************************
008250 5000-TERMINATE.
008260
008270     IF SSG-INIT-FAILED
008280         GO TO 5000-TERMINATE-EXIT
008290     END-IF.
008300
008310     IF SSG-STD-OPEN-YES
008320         CLOSE STANDING-FILE
008330     END-IF.
008340
008350     MOVE SPACES            TO SOM-BCH-RECORD.
008360     MOVE "T"               TO SOM-BCH-TYPE.
008370     MOVE SSG-WRITTEN-COUNT TO SOM-BCH-REC-COUNT.
008380     MOVE SSG-HASH-TOTAL    TO SOM-BCH-HASH-TOTAL.
008390     WRITE SOM-BCH-RECORD.
008400
008410     IF NOT SSG-STR-OK
008420         DISPLAY "SOMSTGN: SOMSTRN TRAILER WRITE FAILED, "
008430             "STATUS " SSG-STR-STATUS
008440         MOVE "Y" TO SSG-FAIL-SWITCH
008450     END-IF.
008460
008470     CLOSE STANDING-TRAN-FILE.
008480     CLOSE REGISTER-FILE.
008490
008500     DISPLAY "SOMSTGN: " SSG-GENERATED-COUNT " GENERATED, "
008510         SSG-REISSUED-COUNT " REISSUED, " SSG-DEFERRED-COUNT
008520         " DEFERRED FOR " SSG-CYCLE-DATE.
008530
008540     IF SSG-FAIL-YES
008550         MOVE 8 TO RETURN-CODE
008560     ELSE
008570         IF SSG-DEFERRED-COUNT > 0
008580             MOVE 4 TO RETURN-CODE
008590         ELSE
008592             MOVE 0 TO RETURN-CODE
008594         END-IF
008600     END-IF.
008610
008620 5000-TERMINATE-EXIT.
008630     EXIT.
008640
008650******************************************************************
008660* 8100-ADD-ONE-DAY - MOVE SSG-DATE-WORK ON ONE CALENDAR DAY,
008670*                   CARRYING INTO THE NEXT MONTH AND YEAR
008680******************************************************************
008690 8100-ADD-ONE-DAY.
008700
008710     ADD 1 TO SSG-DW-DD.
008720
008730     PERFORM 8200-GET-MONTH-LIMIT
008740         THRU 8200-GET-MONTH-LIMIT-EXIT.
008750
008760     IF SSG-DW-DD > SSG-MONTH-LIMIT
008770         MOVE 1 TO SSG-DW-DD
008780         IF SSG-DW-MM = 12
008790             MOVE 1 TO SSG-DW-MM
008800             ADD 1 TO SSG-DW-CCYY
008810         ELSE
008820             ADD 1 TO SSG-DW-MM
008830         END-IF
008840     END-IF.
008850
008860 8100-ADD-ONE-DAY-EXIT.
008870     EXIT.
008880
008890******************************************************************
008900* 8200-GET-MONTH-LIMIT - DAYS IN THE WORK DATE'S MONTH
008910*                       (FEBRUARY ADJUSTED FOR LEAP YEARS)
008920******************************************************************
008930 8200-GET-MONTH-LIMIT.
008940
008950     MOVE SSG-MONTH-DAYS (SSG-DW-MM) TO SSG-MONTH-LIMIT.
008960
008970     IF SSG-DW-MM = 2
008980         DIVIDE SSG-DW-CCYY BY 4
008990             GIVING SSG-LEAP-QUOTIENT
009000             REMAINDER SSG-LEAP-REMAINDER
009010         IF SSG-LEAP-REMAINDER = 0
009020             MOVE 29 TO SSG-MONTH-LIMIT
009030         END-IF
009040     END-IF.
009050
009060 8200-GET-MONTH-LIMIT-EXIT.
009070     EXIT.
009080
009090******************************************************************
009100* 8250-NEXT-MONTH-ANCHOR - MOVE THE WORK DATE TO THE ENTRY'S DAY
009110*                         OF THE FOLLOWING MONTH
009120******************************************************************
009130 8250-NEXT-MONTH-ANCHOR.
009140
009150     IF SSG-DW-MM = 12
009160         MOVE 1 TO SSG-DW-MM
009170         ADD 1 TO SSG-DW-CCYY
009180     ELSE
009190         ADD 1 TO SSG-DW-MM
009200     END-IF.
009210
009220     PERFORM 8260-SET-ANCHOR-DAY
009230         THRU 8260-SET-ANCHOR-DAY-EXIT.
009240
009250 8250-NEXT-MONTH-ANCHOR-EXIT.
009260     EXIT.
009270
009280******************************************************************
009290* 8260-SET-ANCHOR-DAY - SET THE WORK DATE'S DAY TO THE ENTRY'S
009300*                      DAY OF MONTH, OR TO THE MONTH'S LAST DAY
009310*                      WHEN THE MONTH IS SHORTER
009320******************************************************************
009330 8260-SET-ANCHOR-DAY.
009340
009350     PERFORM 8200-GET-MONTH-LIMIT
009360         THRU 8200-GET-MONTH-LIMIT-EXIT.
009370
009380     IF SOM-STD-DAY > SSG-MONTH-LIMIT
009390         MOVE SSG-MONTH-LIMIT TO SSG-DW-DD
009400     ELSE
009410         MOVE SOM-STD-DAY     TO SSG-DW-DD
009420     END-IF.
009430
009440 8260-SET-ANCHOR-DAY-EXIT.
009450     EXIT.
009460
009470******************************************************************
009480* 8300-DAY-OF-WEEK - WEEKDAY OF THE WORK DATE, 1 = MONDAY TO
009490*                   7 = SUNDAY.  JANUARY AND FEBRUARY COUNT AS
009500*                   THE END OF THE YEAR BEFORE; THE YEAR, ITS
009510*                   LEAP-DAY CORRECTIONS, THE MONTH OFFSET AND
009520*                   THE DAY ARE SUMMED AND TAKEN MODULO 7, WHICH
009530*                   GIVES 0 FOR SUNDAY.
009540******************************************************************
009550 8300-DAY-OF-WEEK.
009560
009570     MOVE SSG-DW-CCYY TO SSG-DOW-YEAR.
009580     IF SSG-DW-MM < 3
009590         SUBTRACT 1 FROM SSG-DOW-YEAR
009600     END-IF.
009610
009620     MOVE SSG-DOW-YEAR TO SSG-DOW-SUM.
009630     DIVIDE SSG-DOW-YEAR BY 4   GIVING SSG-DOW-PART.
009640     ADD SSG-DOW-PART           TO SSG-DOW-SUM.
009650     DIVIDE SSG-DOW-YEAR BY 100 GIVING SSG-DOW-PART.
009660     SUBTRACT SSG-DOW-PART      FROM SSG-DOW-SUM.
009670     DIVIDE SSG-DOW-YEAR BY 400 GIVING SSG-DOW-PART.
009680     ADD SSG-DOW-PART           TO SSG-DOW-SUM.
009690     ADD SSG-MONTH-OFFSET (SSG-DW-MM) TO SSG-DOW-SUM.
009700     ADD SSG-DW-DD              TO SSG-DOW-SUM.
009710
009720     DIVIDE SSG-DOW-SUM BY 7
009730         GIVING SSG-DOW-QUOTIENT
009740         REMAINDER SSG-DOW-REMAINDER.
009750
009760     IF SSG-DOW-REMAINDER = 0
009770         MOVE 7 TO SSG-WEEKDAY
009780     ELSE
009790         MOVE SSG-DOW-REMAINDER TO SSG-WEEKDAY
009800     END-IF.
009810
009820 8300-DAY-OF-WEEK-EXIT.
009830     EXIT.
009840
008650 END PROGRAM SOMSTGN.
