000010******************************************************************
000020* PROGRAM:     SOMALDG
000030* AUTHOR:      J. ALVES NOGUEIRA
000040* INSTALLATION: LEARNING-COBOL BATCH SHOP
000050* DATE-WRITTEN: 2026-10-01
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     END-OF-CYCLE ALERT DIGEST, RUN AS THE LAST STEP OF
000090*              EVERY CYCLE - CLEAN OR ABORTED.  READS THE SOMALRT
000100*              ALERTS THE CYCLE STEPS APPENDED, RE-RANKS EACH ONE
000110*              BY THE SEVERITY SETPARM HOLDS FOR ITS CODE ("AL" +
000120*              THE SIX-CHARACTER CODE; NO ENTRY KEEPS THE STEP'S
000130*              OWN SEVERITY, 0 SUPPRESSES THE CODE) AND PRINTS A
000140*              ONE-PAGE DIGEST (SOMADRPT): THE COUNT AT EACH
000150*              SEVERITY, THEN THE ALERTS HIGHEST SEVERITY FIRST.
000160*              EVERY ALERT AT OR ABOVE THE SETPARM "ALNOTIFY"
000170*              SEVERITY (DEFAULT 2) IS WRITTEN TO THE FIXED-FORMAT
000180*              SOMANTF NOTIFICATION FILE FOR THE CONSOLE / E-MAIL
000190*              GATEWAY.  ONCE BOTH ARE WRITTEN THE ALERT FILE IS
000200*              EMPTIED, SO EACH ALERT IS REPORTED ONCE.
000210*              RETURN CODE 4 WHEN A CRITICAL ALERT WAS RAISED, 8
000220*              WHEN THE DIGEST COULD NOT BE PRODUCED - THE ALERTS
000230*              ARE THEN KEPT FOR THE NEXT RUN.
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY:
000260*   DATE       INIT  DESCRIPTION
000270*   2026-10-01 JAN   ORIGINAL VERSION - THE NIGHT'S WARNINGS WERE
000280*                    SPREAD OVER A DOZEN REPORTS AND CONSOLE LOGS,
000290*                    AND NOBODY WAS TOLD UNTIL THEY WENT LOOKING.
000300* Tectonics: cobc
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. SOMALDG.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ALERT-FILE ASSIGN "SOMALRT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS ADG-ALT-STATUS.
000410
000420     SELECT PARAMETER-FILE ASSIGN "SETPARM"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS SET-PARAM-KEY
000460         FILE STATUS IS ADG-PARM-STATUS.
000470
000480     SELECT NOTIFY-FILE ASSIGN "SOMANTF"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS ADG-NTF-STATUS.
000510
000520     SELECT REPORT-FILE ASSIGN "SOMADRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS ADG-RPT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  ALERT-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 COPY SOMALRT.
000610
000620 FD  PARAMETER-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY SETPARM.
000650
000660 FD  NOTIFY-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY SOMANTF.
000690
000700 FD  REPORT-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 COPY SOMADRPT.
000730
000740 WORKING-STORAGE SECTION.
000750 77  ADG-ALT-STATUS              PIC X(02) VALUE "00".
000760     88  ADG-ALT-OK                         VALUE "00".
000770     88  ADG-ALT-EOF                        VALUE "10".
000780     88  ADG-ALT-FILE-NOT-FOUND             VALUE "35".
000790
000800 77  ADG-PARM-STATUS             PIC X(02) VALUE "00".
000810     88  ADG-PARM-OK                        VALUE "00".
000820     88  ADG-PARM-NOT-FOUND                 VALUE "23".
000830
000840 77  ADG-NTF-STATUS              PIC X(02) VALUE "00".
000850     88  ADG-NTF-OK                         VALUE "00".
000860
000870 77  ADG-RPT-STATUS              PIC X(02) VALUE "00".
000880     88  ADG-RPT-OK                         VALUE "00".
000890
000900 77  ADG-INIT-STATUS-SWITCH      PIC X(01) VALUE "Y".
000910     88  ADG-INIT-OK                        VALUE "Y".
000920     88  ADG-INIT-FAILED                    VALUE "N".
000930
000940 77  ADG-FAILED-SWITCH           PIC X(01) VALUE "N".
000950     88  ADG-FAILED-YES                     VALUE "Y".
000960     88  ADG-FAILED-NO                      VALUE "N".
000970
000980 77  ADG-ALT-PRESENT-SWITCH      PIC X(01) VALUE "Y".
000990     88  ADG-ALT-PRESENT-YES                VALUE "Y".
001000     88  ADG-ALT-PRESENT-NO                 VALUE "N".
001010
001020 77  ADG-EOF-SWITCH              PIC X(01) VALUE "N".
001030     88  ADG-EOF-YES                        VALUE "Y".
001040     88  ADG-EOF-NO                         VALUE "N".
001050
001060 77  ADG-PARM-OPEN-SWITCH        PIC X(01) VALUE "N".
001070     88  ADG-PARM-OPEN-YES                  VALUE "Y".
001080     88  ADG-PARM-OPEN-NO                   VALUE "N".
001090
001100 77  ADG-CODE-FOUND-SWITCH       PIC X(01) VALUE "N".
001110     88  ADG-CODE-FOUND-YES                 VALUE "Y".
001120     88  ADG-CODE-FOUND-NO                  VALUE "N".
001130
001140 77  ADG-CYCLE-DATE              PIC 9(08) VALUE ZEROS.
001150 77  ADG-MADE-DATE               PIC 9(08) VALUE ZEROS.
001160 77  ADG-MADE-TIME               PIC 9(08) VALUE ZEROS.
001170
001180*    SEVERITY AT OR ABOVE WHICH AN ALERT GOES TO THE GATEWAY
001190 77  ADG-NOTIFY-LEVEL            PIC 9(01) VALUE 2.
001200 77  ADG-PARM-NAME               PIC X(08) VALUE SPACES.
001210 77  ADG-PARM-VALUE              PIC 99 VALUE ZEROS.
001220
001230*    DETAIL LINES THAT FIT ON THE ONE PAGE UNDER THE COUNTS
001240 77  ADG-PAGE-LIMIT              PIC 9(04) COMP VALUE 40.
001250
001260 77  ADG-SEVERITY                PIC 9(01) VALUE ZERO.
001270 77  ADG-LIST-SEV                PIC 9(01) VALUE ZERO.
001280 77  ADG-READ-COUNT              PIC 9(07) COMP VALUE 0.
001290 77  ADG-TABLE-COUNT             PIC 9(04) COMP VALUE 0.
001300 77  ADG-OVERFLOW-COUNT          PIC 9(07) COMP VALUE 0.
001310 77  ADG-LISTED-COUNT            PIC 9(04) COMP VALUE 0.
001320 77  ADG-UNLISTED-COUNT          PIC 9(07) COMP VALUE 0.
001330 77  ADG-NTF-COUNT               PIC 9(05) COMP VALUE 0.
001340 77  ADG-AX                      PIC 9(04) COMP VALUE 0.
001350 77  ADG-CX                      PIC 9(02) COMP VALUE 0.
001360 77  ADG-CODE-HIT                PIC 9(02) COMP VALUE 0.
001370 77  ADG-CODE-COUNT              PIC 9(02) COMP VALUE 0.
001380
001390******************************************************************
001400* ADG-SEV-COUNT - ALERTS READ AT EACH SEVERITY, ENTRY 1 HOLDING
001410* SEVERITY 0 (SUPPRESSED) UP TO ENTRY 4 FOR SEVERITY 3.
001420* ADG-NTF-SEV-COUNT - THE SAME FOR THE ALERTS NOTIFIED.
001430******************************************************************
001440 01  ADG-SEV-COUNTS.
001450     05  ADG-SEV-COUNT           OCCURS 4 TIMES
001460                                 PIC 9(05) COMP.
001470 01  ADG-NTF-SEV-COUNTS.
001480     05  ADG-NTF-SEV-COUNT       OCCURS 4 TIMES
001490                                 PIC 9(05) COMP.
001500
001510 01  ADG-SEV-NAME-VALUES.
001520     05  FILLER                  PIC X(08) VALUE "SUPPRESS".
001530     05  FILLER                  PIC X(08) VALUE "INFO".
001540     05  FILLER                  PIC X(08) VALUE "WARNING".
001550     05  FILLER                  PIC X(08) VALUE "CRITICAL".
001560 01  ADG-SEV-NAME-TABLE REDEFINES ADG-SEV-NAME-VALUES.
001570     05  ADG-SEV-NAME            OCCURS 4 TIMES PIC X(08).
001580
001590******************************************************************
001600* ADG-CODE-TABLE - THE SETPARM SEVERITY OF EACH ALERT CODE SEEN SO
001610* FAR, SO EACH CODE IS LOOKED UP ONCE.  AN ENTRY WITH NO SETPARM
001620* RECORD KEEPS EACH ALERT'S OWN SEVERITY.
001630******************************************************************
001640 01  ADG-CODE-TABLE.
001650     05  ADG-CODE-ENTRY          OCCURS 50 TIMES.
001660         10  ADG-CDE-CODE        PIC X(06).
001670         10  ADG-CDE-SET-SWITCH  PIC X(01).
001680             88  ADG-CDE-SET-YES            VALUE "Y".
001690             88  ADG-CDE-SET-NO             VALUE "N".
001700         10  ADG-CDE-SEVERITY    PIC 9(01).
001710
001720******************************************************************
001730* ADG-ALERT-TABLE - THE ALERTS NOT SUPPRESSED, IN THE ORDER THEY
001740* WERE RAISED; THE DIGEST AND THE NOTIFICATIONS PASS IT ONCE PER
001750* SEVERITY, HIGHEST FIRST.
001760******************************************************************
001770 01  ADG-ALERT-TABLE.
001780     05  ADG-ALERT-ENTRY         OCCURS 2000 TIMES.
001790         10  ADG-ALE-SEVERITY    PIC 9(01).
001800         10  ADG-ALE-DATE        PIC 9(08).
001810         10  ADG-ALE-STEP        PIC X(08).
001820         10  ADG-ALE-CODE        PIC X(06).
001830         10  ADG-ALE-KEY         PIC X(12).
001840         10  ADG-ALE-MESSAGE     PIC X(46).
001850
001860******************************************************************
001870* ADG-RPT-WORK-LINE AND ITS REDEFINES - THE DIGEST LINE IS BUILT
001880* HERE IN WORKING STORAGE, THEN MOVED INTO THE REPORT-FILE RECORD
001890* JUST BEFORE EACH WRITE.
001900******************************************************************
001910 01  ADG-RPT-WORK-LINE               PIC X(080) VALUE SPACES.
001920
001930 01  ADG-RPT-HEADING REDEFINES ADG-RPT-WORK-LINE.
001940     05  ADG-RPT-HDG-LABEL           PIC X(38).
001950     05  ADG-RPT-HDG-DATE            PIC 9(08).
001960     05  FILLER                      PIC X(34).
001970
001980 01  ADG-RPT-COUNT-LINE REDEFINES ADG-RPT-WORK-LINE.
001990     05  ADG-RPT-CNT-LABEL           PIC X(36).
002000     05  ADG-RPT-CNT-COUNT           PIC ZZZZZZ9.
002010     05  FILLER                      PIC X(37).
002020
002030 01  ADG-RPT-DETAIL REDEFINES ADG-RPT-WORK-LINE.
002040     05  ADG-RPT-DET-SEV             PIC X(04).
002050     05  FILLER                      PIC X(01).
002060     05  ADG-RPT-DET-CODE            PIC X(06).
002070     05  FILLER                      PIC X(01).
002080     05  ADG-RPT-DET-STEP            PIC X(08).
002090     05  FILLER                      PIC X(01).
002100     05  ADG-RPT-DET-KEY             PIC X(12).
002110     05  FILLER                      PIC X(01).
002120     05  ADG-RPT-DET-MESSAGE         PIC X(46).
002130
002140 LINKAGE SECTION.
002150 01  ADG-LINK-CYCLE-DATE         PIC 9(08).
002160
002170 PROCEDURE DIVISION USING ADG-LINK-CYCLE-DATE.
002180******************************************************************
002190* 0000-MAINLINE
002200******************************************************************
002210 0000-MAINLINE.
002220
002230     PERFORM 1000-INITIALIZE
002240         THRU 1000-INITIALIZE-EXIT.
002250
002260     IF ADG-INIT-OK
002270         PERFORM 2000-LOAD-ALERTS
002280             THRU 2000-LOAD-ALERTS-EXIT
002290         PERFORM 3000-PRINT-DIGEST
002300             THRU 3000-PRINT-DIGEST-EXIT
002310         PERFORM 4000-WRITE-NOTIFICATIONS
002320             THRU 4000-WRITE-NOTIFICATIONS-EXIT
002330     END-IF.
002340
002350     PERFORM 9000-TERMINATE
002360         THRU 9000-TERMINATE-EXIT.
002370
002380     GOBACK.
002390
002400******************************************************************
002410* 1000-INITIALIZE - TAKE THE CYCLE DATE AND THE NOTIFICATION
002420*                  THRESHOLD, OPEN THE DIGEST AND THE NOTIFICATION
002430*                  FILE.  NO ALERT FILE MEANS A QUIET CYCLE.
002440******************************************************************
002450 1000-INITIALIZE.
002460
002470*    CALLED BY NIGHTDRV THE CYCLE DATE IS PASSED; STANDALONE THE
002480*    DIGEST IS DATED TODAY.
002490     IF ADDRESS OF ADG-LINK-CYCLE-DATE NOT = NULL
002500         MOVE ADG-LINK-CYCLE-DATE TO ADG-CYCLE-DATE
002510     ELSE
002520         ACCEPT ADG-CYCLE-DATE FROM DATE YYYYMMDD
002530     END-IF.
002540
002550     ACCEPT ADG-MADE-DATE FROM DATE YYYYMMDD.
002560     ACCEPT ADG-MADE-TIME FROM TIME.
002570
002580     INITIALIZE ADG-SEV-COUNTS
002590                ADG-NTF-SEV-COUNTS.
002600
002610     PERFORM 1400-LOAD-PARAMETERS
002620         THRU 1400-LOAD-PARAMETERS-EXIT.
002630
002640     OPEN OUTPUT REPORT-FILE.
002650
002660     IF NOT ADG-RPT-OK
002670         DISPLAY "SOMALDG: UNABLE TO OPEN SOMADRPT, STATUS "
002680             ADG-RPT-STATUS
002690         MOVE 8 TO RETURN-CODE
002700         MOVE "N" TO ADG-INIT-STATUS-SWITCH
002710         GO TO 1000-INITIALIZE-EXIT
002720     END-IF.
002730
002740     OPEN OUTPUT NOTIFY-FILE.
002750
002760     IF NOT ADG-NTF-OK
002770         DISPLAY "SOMALDG: UNABLE TO OPEN SOMANTF, STATUS "
002780             ADG-NTF-STATUS
002790         CLOSE REPORT-FILE
002800         MOVE 8 TO RETURN-CODE
002810         MOVE "N" TO ADG-INIT-STATUS-SWITCH
002820         GO TO 1000-INITIALIZE-EXIT
002830     END-IF.
002840
002850     OPEN INPUT ALERT-FILE.
002860
002870     IF ADG-ALT-FILE-NOT-FOUND
002880         MOVE "N" TO ADG-ALT-PRESENT-SWITCH
002890         MOVE "Y" TO ADG-EOF-SWITCH
002900     ELSE
002910         IF NOT ADG-ALT-OK
002920             DISPLAY "SOMALDG: UNABLE TO OPEN SOMALRT, STATUS "
002930                 ADG-ALT-STATUS
002940             CLOSE REPORT-FILE
002950             CLOSE NOTIFY-FILE
002960             MOVE 8 TO RETURN-CODE
002970             MOVE "N" TO ADG-INIT-STATUS-SWITCH
002980             GO TO 1000-INITIALIZE-EXIT
002990         END-IF
003000     END-IF.
003010
003020 1000-INITIALIZE-EXIT.
003030     EXIT.
003040
003050******************************************************************
003060* 1400-LOAD-PARAMETERS - THE NOTIFICATION THRESHOLD FROM SETPARM
003070*                       "ALNOTIFY" (DEFAULT 2, KEPT WITHIN 1-3).
003080*                       SETPARM STAYS OPEN FOR THE PER-CODE
003090*                       SEVERITIES; WITHOUT IT EVERY ALERT KEEPS
003100*                       THE SEVERITY ITS STEP GAVE IT.
003110******************************************************************
003120 1400-LOAD-PARAMETERS.
003130
003140     OPEN INPUT PARAMETER-FILE.
003150
003160     IF ADG-PARM-OK
003170         MOVE "Y" TO ADG-PARM-OPEN-SWITCH
003180     ELSE
003190         DISPLAY "SOMALDG: SETPARM NOT AVAILABLE, STATUS "
003200             ADG-PARM-STATUS ", STEP SEVERITIES USED"
003210     END-IF.
003220
003230     MOVE "ALNOTIFY" TO ADG-PARM-NAME.
003240     MOVE 2          TO ADG-PARM-VALUE.
003250     PERFORM 1410-READ-PARAMETER
003260         THRU 1410-READ-PARAMETER-EXIT.
003270
003280     IF ADG-PARM-VALUE < 1
003290         MOVE 1 TO ADG-NOTIFY-LEVEL
003300     ELSE
003310         IF ADG-PARM-VALUE > 3
003320             MOVE 3 TO ADG-NOTIFY-LEVEL
003330         ELSE
003340             MOVE ADG-PARM-VALUE TO ADG-NOTIFY-LEVEL
003350         END-IF
003360     END-IF.
003370
003380 1400-LOAD-PARAMETERS-EXIT.
003390     EXIT.
003400
003410******************************************************************
003420* 1410-READ-PARAMETER - LOOK UP ADG-PARM-NAME; THE DEFAULT ALREADY
003430*                      IN ADG-PARM-VALUE STANDS IF IT IS MISSING
003440******************************************************************
003450 1410-READ-PARAMETER.
003460
003470     IF ADG-PARM-OPEN-NO
003480         GO TO 1410-READ-PARAMETER-EXIT
003490     END-IF.
003500
003510     MOVE ADG-PARM-NAME TO SET-PARAM-KEY.
003520
003530     READ PARAMETER-FILE
003540         KEY IS SET-PARAM-KEY
003550         INVALID KEY
003560             GO TO 1410-READ-PARAMETER-EXIT
003570     END-READ.
003580
003590     IF ADG-PARM-OK
003600         MOVE SET-PARAM-VALUE TO ADG-PARM-VALUE
003610     END-IF.
003620
003630 1410-READ-PARAMETER-EXIT.
003640     EXIT.
003650
003660******************************************************************
003670* 2000-LOAD-ALERTS - READ EVERY ALERT, SETTLE ITS SEVERITY, COUNT
003680*                   IT AND KEEP THE ONES NOT SUPPRESSED
003690******************************************************************
003700 2000-LOAD-ALERTS.
003710
003720     IF ADG-EOF-NO
003730         PERFORM 2100-READ-ALERT
003740             THRU 2100-READ-ALERT-EXIT
003750     END-IF.
003760
003770     PERFORM 2200-FILE-ONE-ALERT
003780         THRU 2200-FILE-ONE-ALERT-EXIT
003790         UNTIL ADG-EOF-YES.
003800
003810 2000-LOAD-ALERTS-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850* 2100-READ-ALERT - READ THE NEXT ALERT, FLAG EOF
003860******************************************************************
003870 2100-READ-ALERT.
003880
003890     READ ALERT-FILE
003900         AT END
003910             MOVE "Y" TO ADG-EOF-SWITCH
003920     END-READ.
003930
003940     IF NOT ADG-ALT-OK AND NOT ADG-ALT-EOF
003950         DISPLAY "SOMALDG: SOMALRT READ FAILED, STATUS "
003960             ADG-ALT-STATUS
003970         MOVE "Y" TO ADG-FAILED-SWITCH
003980         MOVE "Y" TO ADG-EOF-SWITCH
003990     END-IF.
004000
004010 2100-READ-ALERT-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050* 2200-FILE-ONE-ALERT - ONE ALERT: ITS SEVERITY FROM SETPARM (OR
004060*                      ITS OWN), COUNTED, AND TABLED UNLESS
004070*                      SUPPRESSED
004080******************************************************************
004090 2200-FILE-ONE-ALERT.
004100
004110     ADD 1 TO ADG-READ-COUNT.
004120
004130     PERFORM 2300-RESOLVE-SEVERITY
004140         THRU 2300-RESOLVE-SEVERITY-EXIT.
004150
004160     ADD 1 TO ADG-SEV-COUNT (ADG-SEVERITY + 1).
004170
004180     IF ADG-SEVERITY = 0
004190         GO TO 2200-FILE-ONE-ALERT-NEXT
004200     END-IF.
004210
004220     IF ADG-TABLE-COUNT NOT < 2000
004230         ADD 1 TO ADG-OVERFLOW-COUNT
004240         GO TO 2200-FILE-ONE-ALERT-NEXT
004250     END-IF.
004260
004270     ADD 1 TO ADG-TABLE-COUNT.
004280     MOVE ADG-TABLE-COUNT    TO ADG-AX.
004290     MOVE ADG-SEVERITY       TO ADG-ALE-SEVERITY (ADG-AX).
004300     MOVE SOM-ALT-CYCLE-DATE TO ADG-ALE-DATE (ADG-AX).
004310     MOVE SOM-ALT-STEP       TO ADG-ALE-STEP (ADG-AX).
004320     MOVE SOM-ALT-CODE       TO ADG-ALE-CODE (ADG-AX).
004330     MOVE SOM-ALT-KEY        TO ADG-ALE-KEY (ADG-AX).
004340     MOVE SOM-ALT-MESSAGE    TO ADG-ALE-MESSAGE (ADG-AX).
004350
004360 2200-FILE-ONE-ALERT-NEXT.
004370
004380     PERFORM 2100-READ-ALERT
004390         THRU 2100-READ-ALERT-EXIT.
004400
004410 2200-FILE-ONE-ALERT-EXIT.
004420     EXIT.
004430
004440******************************************************************
004450* 2300-RESOLVE-SEVERITY - THE SETPARM SEVERITY FOR THE ALERT'S
004460*                        CODE, LOOKED UP THE FIRST TIME THE CODE
004470*                        IS SEEN; OTHERWISE THE STEP'S OWN.  A
004480*                        SEVERITY THAT IS NOT 0-3 COUNTS AS 3.
004490******************************************************************
004500 2300-RESOLVE-SEVERITY.
004510
004520     IF SOM-ALT-SEVERITY IS NUMERIC
004530         MOVE SOM-ALT-SEVERITY TO ADG-SEVERITY
004540     ELSE
004550         MOVE 3 TO ADG-SEVERITY
004560     END-IF.
004570
004580     IF ADG-SEVERITY > 3
004590         MOVE 3 TO ADG-SEVERITY
004600     END-IF.
004610
004620     MOVE "N" TO ADG-CODE-FOUND-SWITCH.
004630     MOVE 0   TO ADG-CODE-HIT.
004640
004650     PERFORM 2310-FIND-CODE
004660         THRU 2310-FIND-CODE-EXIT
004670         VARYING ADG-CX FROM 1 BY 1
004680         UNTIL ADG-CX > ADG-CODE-COUNT
004690            OR ADG-CODE-FOUND-YES.
004700
004710     IF ADG-CODE-FOUND-NO
004720         PERFORM 2320-LOOK-UP-CODE
004730             THRU 2320-LOOK-UP-CODE-EXIT
004740     END-IF.
004750
004760     IF ADG-CODE-HIT > 0
004770         IF ADG-CDE-SET-YES (ADG-CODE-HIT)
004780             MOVE ADG-CDE-SEVERITY (ADG-CODE-HIT)
004790                 TO ADG-SEVERITY
004800         END-IF
004810     END-IF.
004820
004830 2300-RESOLVE-SEVERITY-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870* 2310-FIND-CODE - REMEMBER THE TABLE ENTRY FOR THE ALERT'S CODE
004880******************************************************************
004890 2310-FIND-CODE.
004900
004910     IF ADG-CDE-CODE (ADG-CX) = SOM-ALT-CODE
004920         MOVE "Y"    TO ADG-CODE-FOUND-SWITCH
004930         MOVE ADG-CX TO ADG-CODE-HIT
004940     END-IF.
004950
004960 2310-FIND-CODE-EXIT.
004970     EXIT.
004980
004990******************************************************************
005000* 2320-LOOK-UP-CODE - READ "AL" + CODE FROM SETPARM AND ADD THE
005010*                    CODE TO THE TABLE.  WITH THE TABLE FULL THE
005020*                    CODE IS READ AGAIN EACH TIME IT IS SEEN.
005030******************************************************************
005040 2320-LOOK-UP-CODE.
005050
005060     IF ADG-CODE-COUNT < 50
005070         ADD 1 TO ADG-CODE-COUNT
005080         MOVE ADG-CODE-COUNT TO ADG-CODE-HIT
005090     ELSE
005100         MOVE 50 TO ADG-CODE-HIT
005110     END-IF.
005120
005130     MOVE SOM-ALT-CODE TO ADG-CDE-CODE (ADG-CODE-HIT).
005140     MOVE "N"          TO ADG-CDE-SET-SWITCH (ADG-CODE-HIT).
005150     MOVE ZERO         TO ADG-CDE-SEVERITY (ADG-CODE-HIT).
005160
005170     IF ADG-PARM-OPEN-NO
005180         GO TO 2320-LOOK-UP-CODE-EXIT
005190     END-IF.
005200
005210     MOVE SPACES       TO SET-PARAM-KEY.
005220     STRING "AL" SOM-ALT-CODE DELIMITED BY SIZE
005230         INTO SET-PARAM-KEY.
005240
005250     READ PARAMETER-FILE
005260         KEY IS SET-PARAM-KEY
005270         INVALID KEY
005280             GO TO 2320-LOOK-UP-CODE-EXIT
005290     END-READ.
005300
005310     IF ADG-PARM-OK
005320         MOVE "Y" TO ADG-CDE-SET-SWITCH (ADG-CODE-HIT)
005330         IF SET-PARAM-VALUE > 3
005340             MOVE 3 TO ADG-CDE-SEVERITY (ADG-CODE-HIT)
005350         ELSE
005360             MOVE SET-PARAM-VALUE
005370                 TO ADG-CDE-SEVERITY (ADG-CODE-HIT)
005380         END-IF
005390     END-IF.
005400
005410 2320-LOOK-UP-CODE-EXIT.
005420     EXIT.
005430
005440******************************************************************
005450* 3000-PRINT-DIGEST - THE ONE-PAGE DIGEST: HEADING, THE COUNT AT
005460*                    EACH SEVERITY, THEN THE ALERTS HIGHEST
005470*                    SEVERITY FIRST UP TO THE PAGE LIMIT
005480******************************************************************
005490 3000-PRINT-DIGEST.
005500
005510     MOVE SPACES TO ADG-RPT-WORK-LINE.
005520     MOVE "END-OF-CYCLE ALERT DIGEST        CYCLE"
005530         TO ADG-RPT-HDG-LABEL.
005540     MOVE ADG-CYCLE-DATE TO ADG-RPT-HDG-DATE.
005550     PERFORM 8900-WRITE-REPORT-LINE
005560         THRU 8900-WRITE-REPORT-LINE-EXIT.
005570
005580     PERFORM 8900-WRITE-REPORT-LINE
005590         THRU 8900-WRITE-REPORT-LINE-EXIT.
005600
005610     MOVE "CRITICAL ALERTS:" TO ADG-RPT-CNT-LABEL.
005620     MOVE ADG-SEV-COUNT (4)  TO ADG-RPT-CNT-COUNT.
005630     PERFORM 8900-WRITE-REPORT-LINE
005640         THRU 8900-WRITE-REPORT-LINE-EXIT.
005650
005660     MOVE "WARNINGS:" TO ADG-RPT-CNT-LABEL.
005670     MOVE ADG-SEV-COUNT (3)  TO ADG-RPT-CNT-COUNT.
005680     PERFORM 8900-WRITE-REPORT-LINE
005690         THRU 8900-WRITE-REPORT-LINE-EXIT.
005700
005710     MOVE "INFORMATION:" TO ADG-RPT-CNT-LABEL.
005720     MOVE ADG-SEV-COUNT (2)  TO ADG-RPT-CNT-COUNT.
005730     PERFORM 8900-WRITE-REPORT-LINE
005740         THRU 8900-WRITE-REPORT-LINE-EXIT.
005750
005760     MOVE "SUPPRESSED BY SETPARM:" TO ADG-RPT-CNT-LABEL.
005770     MOVE ADG-SEV-COUNT (1)  TO ADG-RPT-CNT-COUNT.
005780     PERFORM 8900-WRITE-REPORT-LINE
005790         THRU 8900-WRITE-REPORT-LINE-EXIT.
005800
005810     MOVE "NOTIFIED AT SEVERITY OR ABOVE:" TO ADG-RPT-CNT-LABEL.
005820     MOVE ADG-NOTIFY-LEVEL   TO ADG-RPT-CNT-COUNT.
005830     PERFORM 8900-WRITE-REPORT-LINE
005840         THRU 8900-WRITE-REPORT-LINE-EXIT.
005850
005860     PERFORM 8900-WRITE-REPORT-LINE
005870         THRU 8900-WRITE-REPORT-LINE-EXIT.
005880
005890     IF ADG-TABLE-COUNT = 0
005900         MOVE "NO ALERTS TO REPORT FOR THIS CYCLE"
005910             TO ADG-RPT-WORK-LINE
005920         PERFORM 8900-WRITE-REPORT-LINE
005930             THRU 8900-WRITE-REPORT-LINE-EXIT
005940         GO TO 3000-PRINT-DIGEST-EXIT
005950     END-IF.
005960
005970     MOVE "SEV  CODE   STEP     KEY          MESSAGE"
005980         TO ADG-RPT-WORK-LINE.
005990     PERFORM 8900-WRITE-REPORT-LINE
006000         THRU 8900-WRITE-REPORT-LINE-EXIT.
006010
006020     PERFORM 3100-LIST-SEVERITY
006030         THRU 3100-LIST-SEVERITY-EXIT
006040         VARYING ADG-LIST-SEV FROM 3 BY -1
006050         UNTIL ADG-LIST-SEV < 1.
006060
006070     IF ADG-UNLISTED-COUNT > 0
006080         PERFORM 8900-WRITE-REPORT-LINE
006090             THRU 8900-WRITE-REPORT-LINE-EXIT
006100         MOVE "MORE ALERTS NOT SHOWN ON THIS PAGE:"
006110             TO ADG-RPT-CNT-LABEL
006120         MOVE ADG-UNLISTED-COUNT TO ADG-RPT-CNT-COUNT
006130         PERFORM 8900-WRITE-REPORT-LINE
006140             THRU 8900-WRITE-REPORT-LINE-EXIT
006150     END-IF.
006160
006170     IF ADG-OVERFLOW-COUNT > 0
006180         MOVE "ALERTS OVER THE TABLE, NOT LISTED:"
006190             TO ADG-RPT-CNT-LABEL
006200         MOVE ADG-OVERFLOW-COUNT TO ADG-RPT-CNT-COUNT
006210         PERFORM 8900-WRITE-REPORT-LINE
006220             THRU 8900-WRITE-REPORT-LINE-EXIT
006230     END-IF.
006240
006250 3000-PRINT-DIGEST-EXIT.
006260     EXIT.
006270
006280******************************************************************
006290* 3100-LIST-SEVERITY - ONE PASS OF THE TABLE FOR ONE SEVERITY
006300******************************************************************
006310 3100-LIST-SEVERITY.
006320
006330     PERFORM 3200-LIST-ONE-ALERT
006340         THRU 3200-LIST-ONE-ALERT-EXIT
006350         VARYING ADG-AX FROM 1 BY 1
006360         UNTIL ADG-AX > ADG-TABLE-COUNT.
006370
006380 3100-LIST-SEVERITY-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420* 3200-LIST-ONE-ALERT - ONE DETAIL LINE FOR AN ALERT OF THE
006430*                      SEVERITY BEING LISTED, WHILE THE PAGE HAS
006440*                      ROOM; COUNTED AS NOT SHOWN AFTER THAT
006450******************************************************************
006460 3200-LIST-ONE-ALERT.
006470
006480     IF ADG-ALE-SEVERITY (ADG-AX) NOT = ADG-LIST-SEV
006490         GO TO 3200-LIST-ONE-ALERT-EXIT
006500     END-IF.
006510
006520     IF ADG-LISTED-COUNT NOT < ADG-PAGE-LIMIT
006530         ADD 1 TO ADG-UNLISTED-COUNT
006540         GO TO 3200-LIST-ONE-ALERT-EXIT
006550     END-IF.
006560
006570     ADD 1 TO ADG-LISTED-COUNT.
006580
006590     MOVE SPACES TO ADG-RPT-WORK-LINE.
006600     IF ADG-LIST-SEV = 3
006610         MOVE "CRIT" TO ADG-RPT-DET-SEV
006620     ELSE
006630         IF ADG-LIST-SEV = 2
006640             MOVE "WARN" TO ADG-RPT-DET-SEV
006650         ELSE
006660             MOVE "INFO" TO ADG-RPT-DET-SEV
006670         END-IF
006680     END-IF.
006690     MOVE ADG-ALE-CODE (ADG-AX)    TO ADG-RPT-DET-CODE.
006700     MOVE ADG-ALE-STEP (ADG-AX)    TO ADG-RPT-DET-STEP.
006710     MOVE ADG-ALE-KEY (ADG-AX)     TO ADG-RPT-DET-KEY.
006720     MOVE ADG-ALE-MESSAGE (ADG-AX) TO ADG-RPT-DET-MESSAGE.
006730     PERFORM 8900-WRITE-REPORT-LINE
006740         THRU 8900-WRITE-REPORT-LINE-EXIT.
006750
006760 3200-LIST-ONE-ALERT-EXIT.
006770     EXIT.
006780
006790******************************************************************
006800* 4000-WRITE-NOTIFICATIONS - HEADER, ONE DETAIL PER ALERT AT OR
006810*                           ABOVE THE THRESHOLD (HIGHEST SEVERITY
006820*                           FIRST), TRAILER WITH THE COUNTS
006830******************************************************************
006840 4000-WRITE-NOTIFICATIONS.
006850
006860     MOVE SPACES           TO SOM-NTF-RECORD.
006870     MOVE "H"              TO SOM-NTF-TYPE.
006880     MOVE "SOMNIGHT"       TO SOM-NTF-SYSTEM.
006890     MOVE ADG-CYCLE-DATE   TO SOM-NTF-CYCLE-DATE.
006900     MOVE ADG-MADE-DATE    TO SOM-NTF-MADE-DATE.
006910     MOVE ADG-MADE-TIME    TO SOM-NTF-MADE-TIME.
006920     MOVE ADG-NOTIFY-LEVEL TO SOM-NTF-THRESHOLD.
006930     PERFORM 8800-WRITE-NOTIFY-RECORD
006940         THRU 8800-WRITE-NOTIFY-RECORD-EXIT.
006950
006960     PERFORM 4100-NOTIFY-SEVERITY
006970         THRU 4100-NOTIFY-SEVERITY-EXIT
006980         VARYING ADG-LIST-SEV FROM 3 BY -1
006990         UNTIL ADG-LIST-SEV < ADG-NOTIFY-LEVEL.
007000
007010     MOVE SPACES                TO SOM-NTF-RECORD.
007020     MOVE "T"                   TO SOM-NTF-TYPE.
007030     MOVE ADG-NTF-COUNT         TO SOM-NTF-REC-COUNT.
007040     MOVE ADG-NTF-SEV-COUNT (4) TO SOM-NTF-CRIT-COUNT.
007050     MOVE ADG-NTF-SEV-COUNT (3) TO SOM-NTF-WARN-COUNT.
007060     MOVE ADG-NTF-SEV-COUNT (2) TO SOM-NTF-INFO-COUNT.
007070     PERFORM 8800-WRITE-NOTIFY-RECORD
007080         THRU 8800-WRITE-NOTIFY-RECORD-EXIT.
007090
007100 4000-WRITE-NOTIFICATIONS-EXIT.
007110     EXIT.
007120
007130******************************************************************
007140* 4100-NOTIFY-SEVERITY - ONE PASS OF THE TABLE FOR ONE SEVERITY
007150******************************************************************
007160 4100-NOTIFY-SEVERITY.
007170
007180     PERFORM 4200-NOTIFY-ONE-ALERT
007190         THRU 4200-NOTIFY-ONE-ALERT-EXIT
007200         VARYING ADG-AX FROM 1 BY 1
007210         UNTIL ADG-AX > ADG-TABLE-COUNT.
007220
007230 4100-NOTIFY-SEVERITY-EXIT.
007240     EXIT.
007250
007260******************************************************************
007270* 4200-NOTIFY-ONE-ALERT - ONE NOTIFICATION DETAIL FOR AN ALERT OF
007280*                        THE SEVERITY BEING PASSED
007290******************************************************************
007300 4200-NOTIFY-ONE-ALERT.
007310
007320     IF ADG-ALE-SEVERITY (ADG-AX) NOT = ADG-LIST-SEV
007330         GO TO 4200-NOTIFY-ONE-ALERT-EXIT
007340     END-IF.
007350
007360     ADD 1 TO ADG-NTF-COUNT.
007370     ADD 1 TO ADG-NTF-SEV-COUNT (ADG-LIST-SEV + 1).
007380
007390     MOVE SPACES                     TO SOM-NTF-RECORD.
007400     MOVE "D"                        TO SOM-NTF-TYPE.
007410     MOVE ADG-NTF-COUNT              TO SOM-NTF-SEQ.
007420     MOVE ADG-LIST-SEV               TO SOM-NTF-SEVERITY.
007430     MOVE ADG-SEV-NAME (ADG-LIST-SEV + 1)
007440                                     TO SOM-NTF-SEV-NAME.
007450     MOVE ADG-ALE-DATE (ADG-AX)      TO SOM-NTF-ALERT-DATE.
007460     MOVE ADG-ALE-STEP (ADG-AX)      TO SOM-NTF-STEP.
007470     MOVE ADG-ALE-CODE (ADG-AX)      TO SOM-NTF-CODE.
007480     MOVE ADG-ALE-KEY (ADG-AX)       TO SOM-NTF-KEY.
007490     MOVE ADG-ALE-MESSAGE (ADG-AX)   TO SOM-NTF-MESSAGE.
007500     PERFORM 8800-WRITE-NOTIFY-RECORD
007510         THRU 8800-WRITE-NOTIFY-RECORD-EXIT.
007520
007530 4200-NOTIFY-ONE-ALERT-EXIT.
007540     EXIT.
007550
007560******************************************************************
007570* 8800-WRITE-NOTIFY-RECORD - WRITE THE NOTIFICATION RECORD ALREADY
007580*                           BUILT AND CHECK THE STATUS
007590******************************************************************
007600 8800-WRITE-NOTIFY-RECORD.
007610
007620     WRITE SOM-NTF-RECORD.
007630
007640     IF NOT ADG-NTF-OK
007650         DISPLAY "SOMALDG: SOMANTF WRITE FAILED, STATUS "
007660             ADG-NTF-STATUS
007670         MOVE "Y" TO ADG-FAILED-SWITCH
007680     END-IF.
007690
007700 8800-WRITE-NOTIFY-RECORD-EXIT.
007710     EXIT.
007720
007730******************************************************************
007740* 8900-WRITE-REPORT-LINE - MOVE THE WORK LINE TO THE REPORT
007750*                         RECORD, WRITE IT, CHECK THE STATUS AND
007760*                         CLEAR THE WORK LINE FOR THE NEXT ONE
007770******************************************************************
007780 8900-WRITE-REPORT-LINE.
007790
007800     MOVE ADG-RPT-WORK-LINE TO SOM-ALERT-DIGEST-LINE.
007810     WRITE SOM-ALERT-DIGEST-LINE.
007820
007830     IF NOT ADG-RPT-OK
007840         DISPLAY "SOMALDG: SOMADRPT WRITE FAILED, STATUS "
007850             ADG-RPT-STATUS
007860         MOVE "Y" TO ADG-FAILED-SWITCH
007870     END-IF.
007880
007890     MOVE SPACES TO ADG-RPT-WORK-LINE.
007900
007910 8900-WRITE-REPORT-LINE-EXIT.
007920     EXIT.
007930
007940******************************************************************
007950* 9000-TERMINATE - CLOSE THE FILES, EMPTY THE ALERT FILE ONCE THE
007960*                 DIGEST AND THE NOTIFICATIONS ARE BOTH OUT, AND
007970*                 SET THE COMPLETION CODE
007980******************************************************************
007990 9000-TERMINATE.
008000
008010     IF ADG-PARM-OPEN-YES
008020         CLOSE PARAMETER-FILE
008030     END-IF.
008040
008050     IF ADG-INIT-FAILED
008060         GO TO 9000-TERMINATE-EXIT
008070     END-IF.
008080
008090     CLOSE REPORT-FILE.
008100     CLOSE NOTIFY-FILE.
008110
008120     IF ADG-ALT-PRESENT-YES
008130         CLOSE ALERT-FILE
008140         IF ADG-FAILED-NO
008150             OPEN OUTPUT ALERT-FILE
008160             IF ADG-ALT-OK
008170                 CLOSE ALERT-FILE
008180             ELSE
008190                 DISPLAY "SOMALDG: UNABLE TO EMPTY SOMALRT, "
008200                     "STATUS " ADG-ALT-STATUS
008210                     " - ITS ALERTS WILL BE REPORTED AGAIN"
008220             END-IF
008230         END-IF
008240     END-IF.
008250
008260     IF ADG-FAILED-YES
008270         DISPLAY "SOMALDG: ALERT DIGEST INCOMPLETE - SOMALRT "
008280             "KEPT FOR THE NEXT RUN"
008290         MOVE 8 TO RETURN-CODE
008300         GO TO 9000-TERMINATE-EXIT
008310     END-IF.
008320
008330     DISPLAY "SOMALDG: " ADG-READ-COUNT " ALERTS, "
008340         ADG-SEV-COUNT (4) " CRITICAL, " ADG-NTF-COUNT
008350         " NOTIFIED".
008360
008370     IF ADG-SEV-COUNT (4) > 0
008380         MOVE 4 TO RETURN-CODE
008390     ELSE
008400         MOVE 0 TO RETURN-CODE
008410     END-IF.
008420
008430 9000-TERMINATE-EXIT.
008440     EXIT.
008450
008460 END PROGRAM SOMALDG.
