000010******************************************************************
000020* PROGRAM:     SOMDLIN
000030* AUTHOR:      J. ALVES NOGUEIRA
000040* INSTALLATION: LEARNING-COBOL BATCH SHOP
000050* DATE-WRITTEN: 2026-10-01
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     INBOUND CONVERSION OF A BRANCH'S COMMA-DELIMITED
000090*              EXPORT (SOMDLMF) INTO A FIXED-WIDTH SOMBTCH BATCHED
000100*              SOURCE (SOMDLBT) THAT SOMBUILD TAKES IN THROUGH ITS
000110*              SOMXFEED DD.  THE BRANCH'S SOURCE ID IS READ FROM
000120*              SYSIN.  EVERY FIELD OF EVERY ROW IS EDITED - THE
000130*              NUMERIC TRANSACTION KEY, THE SIGNED AMOUNT WITH TWO
000140*              DECIMALS, THE COST-CENTER CODE (ON SOMCCM AND
000150*              ACTIVE) AND THE FILE DATE (A REAL DATE, NOT AHEAD
000160*              OF TODAY, THE SAME ON EVERY ROW).  A KEY ALREADY
000170*              TAKEN FROM AN EARLIER ROW IS REFUSED.  ROWS THAT
000180*              FAIL AN EDIT ARE LISTED ON THE SOMDLRPT REGISTER
000190*              WITH THEIR ROW NUMBER AND THE REASON, NOT DROPPED.
000200*              THE ROWS ACCEPTED ARE WRITTEN IN KEY ORDER BETWEEN
000210*              A HEADER (SOURCE ID, FILE DATE) AND A TRAILER
000220*              CARRYING THEIR COUNT AND AMOUNT HASH TOTAL, SO THAT
000230*              SOMBUILD BALANCES THE FEED LIKE ANY OTHER SOURCE.
000240*              RETURN CODE 4 WHEN A ROW WAS REJECTED OR NOTHING
000250*              WAS ACCEPTED, 8 WHEN THE CONVERSION FAILED - THE
000260*              OUTPUT IS THEN LEFT EMPTY SO THAT AN EARLIER FEED
000270*              CANNOT BE TAKEN IN AGAIN.
000280*-----------------------------------------------------------------
000290* MODIFICATION HISTORY:
000300*   DATE       INIT  DESCRIPTION
000310*   2026-10-01 JAN   ORIGINAL VERSION - A NEW BRANCH COULD ONLY
000320*                    SEND A COMMA-DELIMITED EXPORT, AND SOMBUILD
000330*                    ONLY TOOK FIXED-WIDTH SOMBTCH FILES.
000340* Tectonics: cobc
000350******************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. SOMDLIN.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT DELIMITED-FILE ASSIGN "SOMDLMF"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS SDI-DLM-STATUS.
000450
000460     SELECT COSTCTR-FILE ASSIGN "SOMCCM"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS SOM-CCM-CODE
000500         FILE STATUS IS SDI-CCM-STATUS.
000510
000520     SELECT BATCH-FILE ASSIGN "SOMDLBT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS SDI-BCH-STATUS.
000550
000560     SELECT REPORT-FILE ASSIGN "SOMDLRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS SDI-RPT-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  DELIMITED-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY SOMDLMF.
000650
000660 FD  COSTCTR-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY SOMCCM.
000690
000700 FD  BATCH-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 COPY SOMBTCH.
000730
000740 FD  REPORT-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 COPY SOMDLRPT.
000770
000780 WORKING-STORAGE SECTION.
000790 77  SDI-DLM-STATUS              PIC X(02) VALUE "00".
000800     88  SDI-DLM-OK                         VALUE "00".
000810     88  SDI-DLM-EOF                        VALUE "10".
000820     88  SDI-DLM-FILE-NOT-FOUND             VALUE "35".
000830
000840 77  SDI-CCM-STATUS              PIC X(02) VALUE "00".
000850     88  SDI-CCM-OK                         VALUE "00".
000860     88  SDI-CCM-NOT-FOUND                  VALUE "23".
000870
000880 77  SDI-BCH-STATUS              PIC X(02) VALUE "00".
000890     88  SDI-BCH-OK                         VALUE "00".
000900
000910 77  SDI-RPT-STATUS              PIC X(02) VALUE "00".
000920     88  SDI-RPT-OK                         VALUE "00".
000930
000940 77  SDI-INIT-STATUS-SWITCH      PIC X(01) VALUE "Y".
000950     88  SDI-INIT-OK                        VALUE "Y".
000960     88  SDI-INIT-FAILED                    VALUE "N".
000970
000980 77  SDI-FAILED-SWITCH           PIC X(01) VALUE "N".
000990     88  SDI-FAILED-YES                     VALUE "Y".
001000     88  SDI-FAILED-NO                      VALUE "N".
001010
001020 77  SDI-EOF-SWITCH              PIC X(01) VALUE "N".
001030     88  SDI-EOF-YES                        VALUE "Y".
001040     88  SDI-EOF-NO                         VALUE "N".
001050
001060 77  SDI-DATE-SET-SWITCH         PIC X(01) VALUE "N".
001070     88  SDI-DATE-SET-YES                   VALUE "Y".
001080     88  SDI-DATE-SET-NO                    VALUE "N".
001090
001100 77  SDI-SOURCE-ID               PIC X(08) VALUE SPACES.
001110 77  SDI-RUN-DATE                PIC 9(08) VALUE ZEROS.
001120 77  SDI-FILE-DATE               PIC 9(08) VALUE ZEROS.
001130
001140*    WHY THE CURRENT ROW WAS REFUSED - SPACES WHILE IT IS GOOD
001150 77  SDI-REJECT-REASON           PIC X(24) VALUE SPACES.
001160
001170 77  SDI-ROW-NUMBER              PIC 9(07) COMP VALUE 0.
001180 77  SDI-BLANK-COUNT             PIC 9(07) COMP VALUE 0.
001190 77  SDI-HEADING-COUNT           PIC 9(07) COMP VALUE 0.
001200 77  SDI-REJECT-COUNT            PIC 9(07) COMP VALUE 0.
001210 77  SDI-WRITTEN-COUNT           PIC 9(07) COMP VALUE 0.
001220 77  SDI-HASH-TOTAL              PIC S9(9)V99 COMP-3 VALUE 0.
001230
001240 77  SDI-FX                      PIC 9(02) COMP VALUE 0.
001250 77  SDI-FIELD-COUNT             PIC 9(02) COMP VALUE 0.
001260 77  SDI-LEAD-COUNT              PIC 9(03) COMP VALUE 0.
001270 77  SDI-LEN                     PIC 9(03) COMP VALUE 0.
001280 77  SDI-POINT-COUNT             PIC 9(03) COMP VALUE 0.
001290 77  SDI-SIGN-START              PIC 9(03) COMP VALUE 0.
001300 77  SDI-DIGIT-LEN               PIC 9(03) COMP VALUE 0.
001310 77  SDI-INT-LEN                 PIC 9(03) COMP VALUE 0.
001320 77  SDI-DEC-LEN                 PIC 9(03) COMP VALUE 0.
001330 77  SDI-LEAP-QUOTIENT           PIC 9(04) COMP VALUE 0.
001340 77  SDI-LEAP-REMAINDER          PIC 9(02) COMP VALUE 0.
001350 77  SDI-MONTH-LIMIT             PIC 9(02) VALUE ZEROS.
001360
001370 77  SDI-WORK-FIELD              PIC X(200) VALUE SPACES.
001380 77  SDI-INT-PART                PIC X(200) VALUE SPACES.
001390 77  SDI-DEC-PART                PIC X(200) VALUE SPACES.
001400 77  SDI-AMOUNT-SIGN             PIC X(01) VALUE SPACES.
001410
001420*    THE EDITED VALUES OF THE CURRENT ROW
001430 77  SDI-AMOUNT                  PIC S9(7)V99 COMP-3 VALUE 0.
001440 77  SDI-CC                      PIC X(04) VALUE SPACES.
001450
001460******************************************************************
001470* SDI-FIELD-TABLE - THE ROW SPLIT AT ITS COMMAS.  A FIFTH FIELD
001480* IS ONLY THERE TO CATCH A ROW WITH TOO MANY.
001490******************************************************************
001500 01  SDI-FIELD-TABLE.
001510     05  SDI-FIELD-ENTRY OCCURS 5 TIMES.
001520         10  SDI-FLD                 PIC X(200).
001530         10  SDI-FLD-LEN             PIC 9(03) COMP.
001540
001550******************************************************************
001560* SDI-KEY-DIGITS - THE KEY FIELD RIGHT-JUSTIFIED OVER ZEROS
001570******************************************************************
001580 01  SDI-KEY-DIGITS                  PIC X(06) VALUE ZEROS.
001590 01  SDI-KEY-VALUE REDEFINES SDI-KEY-DIGITS
001600                                     PIC 9(06).
001610
001620******************************************************************
001630* SDI-AMOUNT-DIGITS - THE INTEGER DIGITS RIGHT-JUSTIFIED AHEAD OF
001640* THE TWO DECIMALS
001650******************************************************************
001660 01  SDI-AMOUNT-DIGITS               PIC X(09) VALUE ZEROS.
001670 01  SDI-AMOUNT-VALUE REDEFINES SDI-AMOUNT-DIGITS
001680                                     PIC 9(07)V99.
001690
001700******************************************************************
001710* SDI-DATE-DIGITS - THE FILE-DATE FIELD AND ITS PARTS
001720******************************************************************
001730 01  SDI-DATE-DIGITS                 PIC X(08) VALUE ZEROS.
001740 01  SDI-DATE-VALUE REDEFINES SDI-DATE-DIGITS
001750                                     PIC 9(08).
001760 01  SDI-DATE-PARTS REDEFINES SDI-DATE-DIGITS.
001770     05  SDI-DATE-CCYY               PIC 9(04).
001780     05  SDI-DATE-MM                 PIC 9(02).
001790     05  SDI-DATE-DD                 PIC 9(02).
001800
001810******************************************************************
001820* SDI-MONTH-DAYS - DAYS IN EACH MONTH (FEBRUARY 29 IN A LEAP YEAR)
001830******************************************************************
001840 01  SDI-MONTH-DAYS-VALUES           PIC X(24)
001850         VALUE "312831303130313130313031".
001860 01  SDI-MONTH-DAYS-TABLE REDEFINES SDI-MONTH-DAYS-VALUES.
001870     05  SDI-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
001880
001890******************************************************************
001900* SDI-ACCEPTED-TABLE - THE ROWS THAT PASSED EVERY EDIT, KEPT IN
001910* KEY ORDER SO THAT A REPEATED KEY IS FOUND AND THE OUTPUT COMES
001920* OUT SORTED
001930******************************************************************
001940 77  SDI-ACC-MAX                 PIC 9(05) COMP VALUE 5000.
001950 77  SDI-ACC-COUNT               PIC 9(05) COMP VALUE 0.
001960 77  SDI-LO                      PIC 9(05) COMP VALUE 0.
001970 77  SDI-HI                      PIC 9(05) COMP VALUE 0.
001980 77  SDI-MID                     PIC 9(05) COMP VALUE 0.
001990 77  SDI-HIT-TX                  PIC 9(05) COMP VALUE 0.
002000 77  SDI-TX                      PIC 9(05) COMP VALUE 0.
002010
002020 01  SDI-ACCEPTED-TABLE.
002030     05  SDI-ACC-ENTRY OCCURS 5000 TIMES.
002040         10  SDI-ACC-KEY             PIC 9(06).
002050         10  SDI-ACC-AMOUNT          PIC S9(7)V99 COMP-3.
002060         10  SDI-ACC-CC              PIC X(04).
002070
002080******************************************************************
002090* SDI-RPT-WORK-LINE AND ITS REDEFINES - THE REGISTER LINE IS BUILT
002100* HERE IN WORKING STORAGE, THEN MOVED INTO THE REPORT-FILE RECORD
002110* JUST BEFORE EACH WRITE.
002120******************************************************************
002130 01  SDI-RPT-WORK-LINE               PIC X(080) VALUE SPACES.
002140
002150 01  SDI-RPT-HEADING REDEFINES SDI-RPT-WORK-LINE.
002160     05  SDI-RPT-HDG-LABEL           PIC X(40).
002170     05  SDI-RPT-HDG-SOURCE          PIC X(08).
002180     05  FILLER                      PIC X(02).
002190     05  SDI-RPT-HDG-DATE            PIC 9(08).
002200     05  FILLER                      PIC X(22).
002210
002220 01  SDI-RPT-COLUMNS REDEFINES SDI-RPT-WORK-LINE.
002230     05  SDI-RPT-COL-ROW             PIC X(07).
002240     05  FILLER                      PIC X(02).
002250     05  SDI-RPT-COL-REASON          PIC X(24).
002260     05  FILLER                      PIC X(02).
002270     05  SDI-RPT-COL-TEXT            PIC X(45).
002280
002290 01  SDI-RPT-REJECT REDEFINES SDI-RPT-WORK-LINE.
002300     05  SDI-RPT-REJ-ROW             PIC Z(06)9.
002310     05  FILLER                      PIC X(02).
002320     05  SDI-RPT-REJ-REASON          PIC X(24).
002330     05  FILLER                      PIC X(02).
002340     05  SDI-RPT-REJ-TEXT            PIC X(45).
002350
002360 01  SDI-RPT-COUNT-LINE REDEFINES SDI-RPT-WORK-LINE.
002370     05  SDI-RPT-CNT-LABEL           PIC X(30).
002380     05  SDI-RPT-CNT-COUNT           PIC Z(06)9.
002390     05  FILLER                      PIC X(43).
002400
002410 01  SDI-RPT-HASH-LINE REDEFINES SDI-RPT-WORK-LINE.
002420     05  SDI-RPT-HSH-LABEL           PIC X(30).
002430     05  SDI-RPT-HSH-AMOUNT          PIC -(9)9.99.
002440     05  FILLER                      PIC X(37).
002450
002460 PROCEDURE DIVISION.
002470******************************************************************
002480* 0000-MAINLINE
002490******************************************************************
002500 0000-MAINLINE.
002510
002520     PERFORM 1000-INITIALIZE
002530         THRU 1000-INITIALIZE-EXIT.
002540
002550     IF SDI-INIT-OK
002560         PERFORM 2000-PROCESS-ROW
002570             THRU 2000-PROCESS-ROW-EXIT
002580             UNTIL SDI-EOF-YES OR SDI-FAILED-YES
002590     END-IF.
002600
002610     IF SDI-INIT-OK
002620         PERFORM 3000-WRITE-BATCH
002630             THRU 3000-WRITE-BATCH-EXIT
002640     END-IF.
002650
002660     PERFORM 9000-TERMINATE
002670         THRU 9000-TERMINATE-EXIT.
002680
002690     STOP RUN.
002700
002710******************************************************************
002720* 1000-INITIALIZE - TAKE THE BRANCH'S SOURCE ID, OPEN THE EXPORT,
002730*                  SOMCCM AND THE REGISTER
002740******************************************************************
002750 1000-INITIALIZE.
002760
002770     ACCEPT SDI-RUN-DATE FROM DATE YYYYMMDD.
002780
002790     DISPLAY "ENTER BRANCH SOURCE ID: ".
002800     ACCEPT SDI-SOURCE-ID.
002810
002820     IF SDI-SOURCE-ID = SPACES
002830         DISPLAY "SOMDLIN: NO SOURCE ID GIVEN ON SYSIN"
002840         MOVE 8 TO RETURN-CODE
002850         MOVE "N" TO SDI-INIT-STATUS-SWITCH
002860         GO TO 1000-INITIALIZE-EXIT
002870     END-IF.
002880
002890     OPEN OUTPUT REPORT-FILE.
002900
002910     IF NOT SDI-RPT-OK
002920         DISPLAY "SOMDLIN: UNABLE TO OPEN SOMDLRPT, STATUS "
002930             SDI-RPT-STATUS
002940         MOVE 8 TO RETURN-CODE
002950         MOVE "N" TO SDI-INIT-STATUS-SWITCH
002960         GO TO 1000-INITIALIZE-EXIT
002970     END-IF.
002980
002990     MOVE "DELIMITED FEED CONVERSION - SOURCE"
003000         TO SDI-RPT-HDG-LABEL.
003010     MOVE SDI-SOURCE-ID TO SDI-RPT-HDG-SOURCE.
003020     MOVE SDI-RUN-DATE  TO SDI-RPT-HDG-DATE.
003030     PERFORM 8900-WRITE-REPORT-LINE
003040         THRU 8900-WRITE-REPORT-LINE-EXIT.
003050     PERFORM 8900-WRITE-REPORT-LINE
003060         THRU 8900-WRITE-REPORT-LINE-EXIT.
003070
003080     MOVE "ROW"                TO SDI-RPT-COL-ROW.
003090     MOVE "REJECT REASON"      TO SDI-RPT-COL-REASON.
003100     MOVE "ROW AS RECEIVED"    TO SDI-RPT-COL-TEXT.
003110     PERFORM 8900-WRITE-REPORT-LINE
003120         THRU 8900-WRITE-REPORT-LINE-EXIT.
003130
003140     OPEN INPUT DELIMITED-FILE.
003150
003160     IF NOT SDI-DLM-OK
003170         DISPLAY "SOMDLIN: UNABLE TO OPEN SOMDLMF, STATUS "
003180             SDI-DLM-STATUS
003190         CLOSE REPORT-FILE
003200         MOVE 8 TO RETURN-CODE
003210         MOVE "N" TO SDI-INIT-STATUS-SWITCH
003220         GO TO 1000-INITIALIZE-EXIT
003230     END-IF.
003240
003250     OPEN INPUT COSTCTR-FILE.
003260
003270     IF NOT SDI-CCM-OK
003280         DISPLAY "SOMDLIN: UNABLE TO OPEN SOMCCM, STATUS "
003290             SDI-CCM-STATUS
003300         CLOSE DELIMITED-FILE
003310         CLOSE REPORT-FILE
003320         MOVE 8 TO RETURN-CODE
003330         MOVE "N" TO SDI-INIT-STATUS-SWITCH
003340         GO TO 1000-INITIALIZE-EXIT
003350     END-IF.
003360
003370 1000-INITIALIZE-EXIT.
003380     EXIT.
003390
003400******************************************************************
003410* 2000-PROCESS-ROW - READ ONE ROW, SPLIT IT, EDIT EVERY FIELD AND
003420*                   EITHER KEEP IT OR LIST IT AS REJECTED
003430******************************************************************
003440 2000-PROCESS-ROW.
003450
003460     READ DELIMITED-FILE
003470         AT END
003480             MOVE "Y" TO SDI-EOF-SWITCH
003490     END-READ.
003500
003510     IF SDI-EOF-YES
003520         GO TO 2000-PROCESS-ROW-EXIT
003530     END-IF.
003540
003550     IF NOT SDI-DLM-OK
003560         DISPLAY "SOMDLIN: SOMDLMF READ FAILED, STATUS "
003570             SDI-DLM-STATUS
003580         MOVE "Y" TO SDI-FAILED-SWITCH
003590         GO TO 2000-PROCESS-ROW-EXIT
003600     END-IF.
003610
003620     ADD 1 TO SDI-ROW-NUMBER.
003630     MOVE SPACES TO SDI-REJECT-REASON.
003640
003650     IF SOM-DLM-ROW = SPACES
003660         ADD 1 TO SDI-BLANK-COUNT
003670         GO TO 2000-PROCESS-ROW-EXIT
003680     END-IF.
003690
003700     PERFORM 2100-SPLIT-ROW
003710         THRU 2100-SPLIT-ROW-EXIT.
003720
003730*    AN EXPORT USUALLY STARTS WITH ITS COLUMN NAMES
003740     IF SDI-ROW-NUMBER = 1
003750         AND SDI-FLD-LEN (1) > 0
003760         AND SDI-FLD (1) (1:1) ALPHABETIC
003770         ADD 1 TO SDI-HEADING-COUNT
003780         GO TO 2000-PROCESS-ROW-EXIT
003790     END-IF.
003800
003810     IF SDI-FIELD-COUNT < 4
003820         MOVE "MISSING FIELDS" TO SDI-REJECT-REASON
003830     END-IF.
003840
003850     IF SDI-REJECT-REASON = SPACES
003860         AND SDI-FIELD-COUNT > 4
003870         AND SDI-FLD-LEN (5) > 0
003880         MOVE "TOO MANY FIELDS" TO SDI-REJECT-REASON
003890     END-IF.
003900
003910     IF SDI-REJECT-REASON = SPACES
003920         PERFORM 2200-EDIT-KEY
003930             THRU 2200-EDIT-KEY-EXIT
003940     END-IF.
003950
003960     IF SDI-REJECT-REASON = SPACES
003970         PERFORM 2300-EDIT-AMOUNT
003980             THRU 2300-EDIT-AMOUNT-EXIT
003990     END-IF.
004000
004010     IF SDI-REJECT-REASON = SPACES
004020         PERFORM 2400-EDIT-COST-CENTER
004030             THRU 2400-EDIT-COST-CENTER-EXIT
004040     END-IF.
004050
004060     IF SDI-REJECT-REASON = SPACES
004070         PERFORM 2500-EDIT-FILE-DATE
004080             THRU 2500-EDIT-FILE-DATE-EXIT
004090     END-IF.
004100
004110     IF SDI-REJECT-REASON = SPACES
004120         PERFORM 2600-KEEP-ROW
004130             THRU 2600-KEEP-ROW-EXIT
004140     END-IF.
004150
004160     IF SDI-REJECT-REASON NOT = SPACES
004170         PERFORM 2900-LIST-REJECT
004180             THRU 2900-LIST-REJECT-EXIT
004190     END-IF.
004200
004210 2000-PROCESS-ROW-EXIT.
004220     EXIT.
004230
004240******************************************************************
004250* 2100-SPLIT-ROW - BREAK THE ROW AT ITS COMMAS AND TIDY EACH FIELD
004260******************************************************************
004270 2100-SPLIT-ROW.
004280
004290     MOVE SPACES TO SDI-FIELD-TABLE.
004300     MOVE 0      TO SDI-FIELD-COUNT.
004310
004320     PERFORM 2105-CLEAR-ONE-LENGTH
004330         THRU 2105-CLEAR-ONE-LENGTH-EXIT
004340         VARYING SDI-FX FROM 1 BY 1
004350         UNTIL SDI-FX > 5.
004360
004370     UNSTRING SOM-DLM-ROW DELIMITED BY ","
004380         INTO SDI-FLD (1) COUNT IN SDI-FLD-LEN (1)
004390              SDI-FLD (2) COUNT IN SDI-FLD-LEN (2)
004400              SDI-FLD (3) COUNT IN SDI-FLD-LEN (3)
004410              SDI-FLD (4) COUNT IN SDI-FLD-LEN (4)
004420              SDI-FLD (5) COUNT IN SDI-FLD-LEN (5)
004430         TALLYING IN SDI-FIELD-COUNT
004440     END-UNSTRING.
004450
004460     PERFORM 2110-TIDY-ONE-FIELD
004470         THRU 2110-TIDY-ONE-FIELD-EXIT
004480         VARYING SDI-FX FROM 1 BY 1
004490         UNTIL SDI-FX > 5.
004500
004510 2100-SPLIT-ROW-EXIT.
004520     EXIT.
004530
004540******************************************************************
004550* 2105-CLEAR-ONE-LENGTH - ZERO ONE FIELD LENGTH BEFORE THE SPLIT
004560******************************************************************
004570 2105-CLEAR-ONE-LENGTH.
004580
004590     MOVE 0 TO SDI-FLD-LEN (SDI-FX).
004600
004610 2105-CLEAR-ONE-LENGTH-EXIT.
004620     EXIT.
004630
004640******************************************************************
004650* 2110-TIDY-ONE-FIELD - DROP THE SPACES AROUND ONE FIELD AND THE
004660*                      DOUBLE QUOTES ENCLOSING IT, LEAVING THE
004670*                      VALUE LEFT-JUSTIFIED WITH ITS TRUE LENGTH
004680******************************************************************
004690 2110-TIDY-ONE-FIELD.
004700
004710     IF SDI-FLD-LEN (SDI-FX) = 0
004720         GO TO 2110-TIDY-ONE-FIELD-EXIT
004730     END-IF.
004740
004750     PERFORM 2115-TRIM-TRAILING
004760         THRU 2115-TRIM-TRAILING-EXIT.
004770
004780     PERFORM 2120-TRIM-LEADING
004790         THRU 2120-TRIM-LEADING-EXIT.
004800
004810     IF SDI-FLD-LEN (SDI-FX) > 1
004820         AND SDI-FLD (SDI-FX) (1:1) = QUOTE
004830         AND SDI-FLD (SDI-FX) (SDI-FLD-LEN (SDI-FX):1) = QUOTE
004840         MOVE SPACES TO SDI-WORK-FIELD
004850         IF SDI-FLD-LEN (SDI-FX) > 2
004860             MOVE SDI-FLD (SDI-FX) (2:SDI-FLD-LEN (SDI-FX) - 2)
004870                 TO SDI-WORK-FIELD
004880         END-IF
004890         MOVE SDI-WORK-FIELD TO SDI-FLD (SDI-FX)
004900         SUBTRACT 2 FROM SDI-FLD-LEN (SDI-FX)
004910         PERFORM 2115-TRIM-TRAILING
004920             THRU 2115-TRIM-TRAILING-EXIT
004930         PERFORM 2120-TRIM-LEADING
004940             THRU 2120-TRIM-LEADING-EXIT
004950     END-IF.
004960
004970 2110-TIDY-ONE-FIELD-EXIT.
004980     EXIT.
004990
005000******************************************************************
005010* 2115-TRIM-TRAILING - SHORTEN THE FIELD LENGTH PAST ITS TRAILING
005020*                     SPACES
005030******************************************************************
005040 2115-TRIM-TRAILING.
005050
005060     PERFORM 2116-BACK-OFF-ONE
005070         THRU 2116-BACK-OFF-ONE-EXIT
005080         UNTIL SDI-FLD-LEN (SDI-FX) = 0
005090         OR SDI-FLD (SDI-FX) (SDI-FLD-LEN (SDI-FX):1) NOT = SPACE.
005100
005110 2115-TRIM-TRAILING-EXIT.
005120     EXIT.
005130
005140******************************************************************
005150* 2116-BACK-OFF-ONE - DROP ONE TRAILING SPACE
005160******************************************************************
005170 2116-BACK-OFF-ONE.
005180
005190     SUBTRACT 1 FROM SDI-FLD-LEN (SDI-FX).
005200
005210 2116-BACK-OFF-ONE-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250* 2120-TRIM-LEADING - SHIFT THE FIELD LEFT OVER ITS LEADING SPACES
005260******************************************************************
005270 2120-TRIM-LEADING.
005280
005290     IF SDI-FLD-LEN (SDI-FX) = 0
005300         MOVE SPACES TO SDI-FLD (SDI-FX)
005310         GO TO 2120-TRIM-LEADING-EXIT
005320     END-IF.
005330
005340     MOVE 0 TO SDI-LEAD-COUNT.
005350     INSPECT SDI-FLD (SDI-FX) (1:SDI-FLD-LEN (SDI-FX))
005360         TALLYING SDI-LEAD-COUNT FOR LEADING SPACES.
005370
005380     IF SDI-LEAD-COUNT > 0
005390         MOVE SPACES TO SDI-WORK-FIELD
005400         MOVE SDI-FLD (SDI-FX) (SDI-LEAD-COUNT + 1:
005410             SDI-FLD-LEN (SDI-FX) - SDI-LEAD-COUNT)
005420             TO SDI-WORK-FIELD
005430         MOVE SDI-WORK-FIELD TO SDI-FLD (SDI-FX)
005440         SUBTRACT SDI-LEAD-COUNT FROM SDI-FLD-LEN (SDI-FX)
005450     END-IF.
005460
005470 2120-TRIM-LEADING-EXIT.
005480     EXIT.
005490
005500******************************************************************
005510* 2200-EDIT-KEY - ONE TO SIX DIGITS, NOT ZERO
005520******************************************************************
005530 2200-EDIT-KEY.
005540
005550     MOVE SDI-FLD-LEN (1) TO SDI-LEN.
005560
005570     IF SDI-LEN = 0
005580         MOVE "KEY MISSING" TO SDI-REJECT-REASON
005590         GO TO 2200-EDIT-KEY-EXIT
005600     END-IF.
005610
005620     IF SDI-FLD (1) (1:SDI-LEN) NOT NUMERIC
005630         MOVE "KEY NOT NUMERIC" TO SDI-REJECT-REASON
005640         GO TO 2200-EDIT-KEY-EXIT
005650     END-IF.
005660
005670     IF SDI-LEN > 6
005680         MOVE "KEY OVER 6 DIGITS" TO SDI-REJECT-REASON
005690         GO TO 2200-EDIT-KEY-EXIT
005700     END-IF.
005710
005720     MOVE ZEROS TO SDI-KEY-DIGITS.
005730     MOVE SDI-FLD (1) (1:SDI-LEN)
005740         TO SDI-KEY-DIGITS (7 - SDI-LEN:SDI-LEN).
005750
005760     IF SDI-KEY-VALUE = 0
005770         MOVE "KEY IS ZERO" TO SDI-REJECT-REASON
005780     END-IF.
005790
005800 2200-EDIT-KEY-EXIT.
005810     EXIT.
005820
005830******************************************************************
005840* 2300-EDIT-AMOUNT - AN OPTIONAL SIGN, ONE TO SEVEN DIGITS, A
005850*                   POINT AND EXACTLY TWO DECIMALS
005860******************************************************************
005870 2300-EDIT-AMOUNT.
005880
005890     MOVE SDI-FLD-LEN (2) TO SDI-LEN.
005900
005910     IF SDI-LEN = 0
005920         MOVE "AMOUNT MISSING" TO SDI-REJECT-REASON
005930         GO TO 2300-EDIT-AMOUNT-EXIT
005940     END-IF.
005950
005960     MOVE SPACES TO SDI-AMOUNT-SIGN.
005970     MOVE 1      TO SDI-SIGN-START.
005980
005990     IF SDI-FLD (2) (1:1) = "-" OR SDI-FLD (2) (1:1) = "+"
006000         MOVE SDI-FLD (2) (1:1) TO SDI-AMOUNT-SIGN
006010         MOVE 2 TO SDI-SIGN-START
006020     END-IF.
006030
006040     COMPUTE SDI-DIGIT-LEN = SDI-LEN - SDI-SIGN-START + 1.
006050
006060     IF SDI-DIGIT-LEN = 0
006070         MOVE "AMOUNT NOT NUMERIC" TO SDI-REJECT-REASON
006080         GO TO 2300-EDIT-AMOUNT-EXIT
006090     END-IF.
006100
006110     MOVE 0 TO SDI-POINT-COUNT.
006120     INSPECT SDI-FLD (2) (SDI-SIGN-START:SDI-DIGIT-LEN)
006130         TALLYING SDI-POINT-COUNT FOR ALL ".".
006140
006150     IF SDI-POINT-COUNT NOT = 1
006160         MOVE "AMOUNT NOT 2 DECIMALS" TO SDI-REJECT-REASON
006170         GO TO 2300-EDIT-AMOUNT-EXIT
006180     END-IF.
006190
006200     MOVE SPACES TO SDI-INT-PART.
006210     MOVE SPACES TO SDI-DEC-PART.
006220     MOVE 0      TO SDI-INT-LEN.
006230     MOVE 0      TO SDI-DEC-LEN.
006240
006250     UNSTRING SDI-FLD (2) (SDI-SIGN-START:SDI-DIGIT-LEN)
006260         DELIMITED BY "."
006270         INTO SDI-INT-PART COUNT IN SDI-INT-LEN
006280              SDI-DEC-PART COUNT IN SDI-DEC-LEN
006290     END-UNSTRING.
006300
006310     IF SDI-INT-LEN = 0
006320         MOVE "AMOUNT NOT NUMERIC" TO SDI-REJECT-REASON
006330         GO TO 2300-EDIT-AMOUNT-EXIT
006340     END-IF.
006350
006360     IF SDI-INT-PART (1:SDI-INT-LEN) NOT NUMERIC
006370         MOVE "AMOUNT NOT NUMERIC" TO SDI-REJECT-REASON
006380         GO TO 2300-EDIT-AMOUNT-EXIT
006390     END-IF.
006400
006410     IF SDI-DEC-LEN NOT = 2
006420         MOVE "AMOUNT NOT 2 DECIMALS" TO SDI-REJECT-REASON
006430         GO TO 2300-EDIT-AMOUNT-EXIT
006440     END-IF.
006450
006460     IF SDI-DEC-PART (1:2) NOT NUMERIC
006470         MOVE "AMOUNT NOT NUMERIC" TO SDI-REJECT-REASON
006480         GO TO 2300-EDIT-AMOUNT-EXIT
006490     END-IF.
006500
006510     IF SDI-INT-LEN > 7
006520         MOVE "AMOUNT TOO LARGE" TO SDI-REJECT-REASON
006530         GO TO 2300-EDIT-AMOUNT-EXIT
006540     END-IF.
006550
006560     MOVE ZEROS TO SDI-AMOUNT-DIGITS.
006570     MOVE SDI-INT-PART (1:SDI-INT-LEN)
006580         TO SDI-AMOUNT-DIGITS (8 - SDI-INT-LEN:SDI-INT-LEN).
006590     MOVE SDI-DEC-PART (1:2) TO SDI-AMOUNT-DIGITS (8:2).
006600
006610     IF SDI-AMOUNT-SIGN = "-"
006620         COMPUTE SDI-AMOUNT = 0 - SDI-AMOUNT-VALUE
006630     ELSE
006640         MOVE SDI-AMOUNT-VALUE TO SDI-AMOUNT
006650     END-IF.
006660
006670 2300-EDIT-AMOUNT-EXIT.
006680     EXIT.
006690
006700******************************************************************
006710* 2400-EDIT-COST-CENTER - ONE TO FOUR CHARACTERS, ON SOMCCM AND
006720*                        STILL ACTIVE
006730******************************************************************
006740 2400-EDIT-COST-CENTER.
006750
006760     MOVE SDI-FLD-LEN (3) TO SDI-LEN.
006770
006780     IF SDI-LEN = 0
006790         MOVE "COST CENTER MISSING" TO SDI-REJECT-REASON
006800         GO TO 2400-EDIT-COST-CENTER-EXIT
006810     END-IF.
006820
006830     IF SDI-LEN > 4
006840         MOVE "COST CENTER TOO LONG" TO SDI-REJECT-REASON
006850         GO TO 2400-EDIT-COST-CENTER-EXIT
006860     END-IF.
006870
006880     MOVE SPACES TO SDI-CC.
006890     MOVE SDI-FLD (3) (1:SDI-LEN) TO SDI-CC.
006900
006910     MOVE SDI-CC TO SOM-CCM-CODE.
006920     READ COSTCTR-FILE
006930         INVALID KEY
006940             MOVE "COST CENTER NOT ON FILE" TO SDI-REJECT-REASON
006950     END-READ.
006960
006970     IF SDI-REJECT-REASON NOT = SPACES
006980         GO TO 2400-EDIT-COST-CENTER-EXIT
006990     END-IF.
007000
007010     IF NOT SDI-CCM-OK
007020         DISPLAY "SOMDLIN: SOMCCM READ FAILED, STATUS "
007030             SDI-CCM-STATUS
007040         MOVE "COST CENTER NOT READ" TO SDI-REJECT-REASON
007050         MOVE "Y" TO SDI-FAILED-SWITCH
007060         GO TO 2400-EDIT-COST-CENTER-EXIT
007070     END-IF.
007080
007090     IF NOT SOM-CCM-ACTIVE
007100         MOVE "COST CENTER NOT ACTIVE" TO SDI-REJECT-REASON
007110     END-IF.
007120
007130 2400-EDIT-COST-CENTER-EXIT.
007140     EXIT.
007150
007160******************************************************************
007170* 2500-EDIT-FILE-DATE - A REAL CCYYMMDD DATE, NOT AHEAD OF TODAY
007180*                      AND THE SAME AS THE FIRST GOOD ROW'S
007190******************************************************************
007200 2500-EDIT-FILE-DATE.
007210
007220     MOVE SDI-FLD-LEN (4) TO SDI-LEN.
007230
007240     IF SDI-LEN = 0
007250         MOVE "FILE DATE MISSING" TO SDI-REJECT-REASON
007260         GO TO 2500-EDIT-FILE-DATE-EXIT
007270     END-IF.
007280
007290     IF SDI-LEN NOT = 8
007300         MOVE "FILE DATE NOT CCYYMMDD" TO SDI-REJECT-REASON
007310         GO TO 2500-EDIT-FILE-DATE-EXIT
007320     END-IF.
007330
007340     IF SDI-FLD (4) (1:8) NOT NUMERIC
007350         MOVE "FILE DATE NOT CCYYMMDD" TO SDI-REJECT-REASON
007360         GO TO 2500-EDIT-FILE-DATE-EXIT
007370     END-IF.
007380
007390     MOVE SDI-FLD (4) (1:8) TO SDI-DATE-DIGITS.
007400
007410     IF SDI-DATE-MM < 1 OR SDI-DATE-MM > 12
007420         MOVE "FILE DATE NOT VALID" TO SDI-REJECT-REASON
007430         GO TO 2500-EDIT-FILE-DATE-EXIT
007440     END-IF.
007450
007460     MOVE SDI-MONTH-DAYS (SDI-DATE-MM) TO SDI-MONTH-LIMIT.
007470
007480     IF SDI-DATE-MM = 2
007490         DIVIDE SDI-DATE-CCYY BY 4
007500             GIVING SDI-LEAP-QUOTIENT
007510             REMAINDER SDI-LEAP-REMAINDER
007520         IF SDI-LEAP-REMAINDER = 0
007530             MOVE 29 TO SDI-MONTH-LIMIT
007540         END-IF
007550     END-IF.
007560
007570     IF SDI-DATE-DD < 1 OR SDI-DATE-DD > SDI-MONTH-LIMIT
007580         MOVE "FILE DATE NOT VALID" TO SDI-REJECT-REASON
007590         GO TO 2500-EDIT-FILE-DATE-EXIT
007600     END-IF.
007610
007620     IF SDI-DATE-VALUE > SDI-RUN-DATE
007630         MOVE "FILE DATE IN FUTURE" TO SDI-REJECT-REASON
007640         GO TO 2500-EDIT-FILE-DATE-EXIT
007650     END-IF.
007660
007670*    THE FIRST ROW TO GET THIS FAR SETS THE FILE'S DATE
007680     IF SDI-DATE-SET-NO
007690         MOVE SDI-DATE-VALUE TO SDI-FILE-DATE
007700         MOVE "Y" TO SDI-DATE-SET-SWITCH
007710     END-IF.
007720
007730     IF SDI-DATE-VALUE NOT = SDI-FILE-DATE
007740         MOVE "FILE DATE DIFFERS" TO SDI-REJECT-REASON
007750     END-IF.
007760
007770 2500-EDIT-FILE-DATE-EXIT.
007780     EXIT.
007790
007800******************************************************************
007810* 2600-KEEP-ROW - FILE THE ROW IN KEY ORDER, REFUSING A KEY THAT
007820*                AN EARLIER ROW HAS ALREADY USED
007830******************************************************************
007840 2600-KEEP-ROW.
007850
007860     PERFORM 8100-FIND-KEY
007870         THRU 8100-FIND-KEY-EXIT.
007880
007890     IF SDI-HIT-TX > 0
007900         MOVE "DUPLICATE KEY" TO SDI-REJECT-REASON
007910         GO TO 2600-KEEP-ROW-EXIT
007920     END-IF.
007930
007940     IF SDI-ACC-COUNT NOT < SDI-ACC-MAX
007950         DISPLAY "SOMDLIN: MORE THAN " SDI-ACC-MAX
007960             " GOOD ROWS - CONVERSION STOPPED"
007970         MOVE "TABLE FULL - NOT TAKEN" TO SDI-REJECT-REASON
007980         MOVE "Y" TO SDI-FAILED-SWITCH
007990         GO TO 2600-KEEP-ROW-EXIT
008000     END-IF.
008010
008020     PERFORM 8200-INSERT-KEY
008030         THRU 8200-INSERT-KEY-EXIT.
008040
008050 2600-KEEP-ROW-EXIT.
008060     EXIT.
008070
008080******************************************************************
008090* 2900-LIST-REJECT - ONE REGISTER LINE FOR A REFUSED ROW
008100******************************************************************
008110 2900-LIST-REJECT.
008120
008130     ADD 1 TO SDI-REJECT-COUNT.
008140
008150     MOVE SDI-ROW-NUMBER    TO SDI-RPT-REJ-ROW.
008160     MOVE SDI-REJECT-REASON TO SDI-RPT-REJ-REASON.
008170     MOVE SOM-DLM-ROW       TO SDI-RPT-REJ-TEXT.
008180     PERFORM 8900-WRITE-REPORT-LINE
008190         THRU 8900-WRITE-REPORT-LINE-EXIT.
008200
008210 2900-LIST-REJECT-EXIT.
008220     EXIT.
008230
008240******************************************************************
008250* 3000-WRITE-BATCH - HEADER, THE ACCEPTED ROWS IN KEY ORDER, AND
008260*                   A TRAILER WITH THEIR COUNT AND HASH TOTAL.  A
008270*                   FAILED CONVERSION LEAVES THE OUTPUT EMPTY.
008280******************************************************************
008290 3000-WRITE-BATCH.
008300
008310     OPEN OUTPUT BATCH-FILE.
008320
008330     IF NOT SDI-BCH-OK
008340         DISPLAY "SOMDLIN: UNABLE TO OPEN SOMDLBT, STATUS "
008350             SDI-BCH-STATUS
008360         MOVE "Y" TO SDI-FAILED-SWITCH
008370         GO TO 3000-WRITE-BATCH-EXIT
008380     END-IF.
008390
008400     IF SDI-FAILED-YES
008410         CLOSE BATCH-FILE
008420         GO TO 3000-WRITE-BATCH-EXIT
008430     END-IF.
008440
008450*    NO GOOD ROW MEANS NO FILE DATE - THE RUN DATE STANDS IN
008460     IF SDI-DATE-SET-NO
008470         MOVE SDI-RUN-DATE TO SDI-FILE-DATE
008480     END-IF.
008490
008500     MOVE SPACES        TO SOM-BCH-RECORD.
008510     MOVE "H"           TO SOM-BCH-TYPE.
008520     MOVE SDI-SOURCE-ID TO SOM-BCH-SOURCE-ID.
008530     MOVE SDI-FILE-DATE TO SOM-BCH-FILE-DATE.
008540     PERFORM 3900-WRITE-BATCH-RECORD
008550         THRU 3900-WRITE-BATCH-RECORD-EXIT.
008560
008570     PERFORM 3100-WRITE-ONE-DETAIL
008580         THRU 3100-WRITE-ONE-DETAIL-EXIT
008590         VARYING SDI-TX FROM 1 BY 1
008600         UNTIL SDI-TX > SDI-ACC-COUNT.
008610
008620     MOVE SPACES            TO SOM-BCH-RECORD.
008630     MOVE "T"               TO SOM-BCH-TYPE.
008640     MOVE SDI-WRITTEN-COUNT TO SOM-BCH-REC-COUNT.
008650     MOVE SDI-HASH-TOTAL    TO SOM-BCH-HASH-TOTAL.
008660     PERFORM 3900-WRITE-BATCH-RECORD
008670         THRU 3900-WRITE-BATCH-RECORD-EXIT.
008680
008690     CLOSE BATCH-FILE.
008700
008710 3000-WRITE-BATCH-EXIT.
008720     EXIT.
008730
008740******************************************************************
008750* 3100-WRITE-ONE-DETAIL - ONE ACCEPTED ROW AS A SOMBTCH DETAIL;
008760*                        THE EXPORT CARRIES NO CURRENCY OR
008770*                        EFFECTIVE PERIOD, SO THOSE ARE LEFT BLANK
008780*                        FOR SOMEDIT'S DEFAULTS
008790******************************************************************
008800 3100-WRITE-ONE-DETAIL.
008810
008820     MOVE SPACES                   TO SOM-BCH-RECORD.
008830     MOVE "D"                      TO SOM-BCH-TYPE.
008840     MOVE SDI-ACC-KEY (SDI-TX)     TO SOM-BCH-TRAN-KEY.
008850     MOVE SDI-ACC-AMOUNT (SDI-TX)  TO SOM-BCH-TRAN-AMOUNT.
008860     MOVE SDI-ACC-CC (SDI-TX)      TO SOM-BCH-TRAN-CC.
008870     PERFORM 3900-WRITE-BATCH-RECORD
008880         THRU 3900-WRITE-BATCH-RECORD-EXIT.
008890
008900     ADD 1 TO SDI-WRITTEN-COUNT.
008910     ADD SDI-ACC-AMOUNT (SDI-TX) TO SDI-HASH-TOTAL.
008920
008930 3100-WRITE-ONE-DETAIL-EXIT.
008940     EXIT.
008950
008960******************************************************************
008970* 3900-WRITE-BATCH-RECORD - WRITE ONE SOMDLBT RECORD
008980******************************************************************
008990 3900-WRITE-BATCH-RECORD.
009000
009010     WRITE SOM-BCH-RECORD.
009020
009030     IF NOT SDI-BCH-OK
009040         DISPLAY "SOMDLIN: SOMDLBT WRITE FAILED, STATUS "
009050             SDI-BCH-STATUS
009060         MOVE "Y" TO SDI-FAILED-SWITCH
009070     END-IF.
009080
009090 3900-WRITE-BATCH-RECORD-EXIT.
009100     EXIT.
009110
009120******************************************************************
009130* 8100-FIND-KEY - BINARY SEARCH OF THE ACCEPTED TABLE FOR THE
009140*                CURRENT ROW'S KEY; ON A MISS SDI-LO IS WHERE IT
009150*                BELONGS
009160******************************************************************
009170 8100-FIND-KEY.
009180
009190     MOVE 0 TO SDI-HIT-TX.
009200     MOVE 1 TO SDI-LO.
009210     MOVE SDI-ACC-COUNT TO SDI-HI.
009220
009230     PERFORM 8110-PROBE-KEY
009240         THRU 8110-PROBE-KEY-EXIT
009250         UNTIL SDI-HIT-TX > 0 OR SDI-LO > SDI-HI.
009260
009270 8100-FIND-KEY-EXIT.
009280     EXIT.
009290
009300******************************************************************
009310* 8110-PROBE-KEY - HALVE THE SEARCH RANGE ONCE
009320******************************************************************
009330 8110-PROBE-KEY.
009340
009350     COMPUTE SDI-MID = (SDI-LO + SDI-HI) / 2.
009360
009370     IF SDI-ACC-KEY (SDI-MID) = SDI-KEY-VALUE
009380         MOVE SDI-MID TO SDI-HIT-TX
009390     ELSE
009400         IF SDI-ACC-KEY (SDI-MID) < SDI-KEY-VALUE
009410             COMPUTE SDI-LO = SDI-MID + 1
009420         ELSE
009430             COMPUTE SDI-HI = SDI-MID - 1
009440         END-IF
009450     END-IF.
009460
009470 8110-PROBE-KEY-EXIT.
009480     EXIT.
009490
009500******************************************************************
009510* 8200-INSERT-KEY - OPEN A SLOT AT SDI-LO (SET BY THE MISSED
009520*                  SEARCH) AND FILE THE CURRENT ROW THERE
009530******************************************************************
009540 8200-INSERT-KEY.
009550
009560     PERFORM 8210-SHIFT-ONE-KEY
009570         THRU 8210-SHIFT-ONE-KEY-EXIT
009580         VARYING SDI-TX FROM SDI-ACC-COUNT BY -1
009590         UNTIL SDI-TX < SDI-LO.
009600
009610     MOVE SDI-KEY-VALUE TO SDI-ACC-KEY (SDI-LO).
009620     MOVE SDI-AMOUNT    TO SDI-ACC-AMOUNT (SDI-LO).
009630     MOVE SDI-CC        TO SDI-ACC-CC (SDI-LO).
009640     ADD 1 TO SDI-ACC-COUNT.
009650
009660 8200-INSERT-KEY-EXIT.
009670     EXIT.
009680
009690******************************************************************
009700* 8210-SHIFT-ONE-KEY - MOVE ONE ENTRY DOWN A SLOT
009710******************************************************************
009720 8210-SHIFT-ONE-KEY.
009730
009740     MOVE SDI-ACC-ENTRY (SDI-TX) TO SDI-ACC-ENTRY (SDI-TX + 1).
009750
009760 8210-SHIFT-ONE-KEY-EXIT.
009770     EXIT.
009780
009790******************************************************************
009800* 8900-WRITE-REPORT-LINE - MOVE THE WORK LINE TO THE REPORT
009810*                         RECORD, WRITE IT AND CHECK THE STATUS
009820******************************************************************
009830 8900-WRITE-REPORT-LINE.
009840
009850     MOVE SDI-RPT-WORK-LINE TO SOM-DLM-REPORT-LINE.
009860     WRITE SOM-DLM-REPORT-LINE.
009870
009880     IF NOT SDI-RPT-OK
009890         DISPLAY "SOMDLIN: SOMDLRPT WRITE FAILED, STATUS "
009900             SDI-RPT-STATUS
009910     END-IF.
009920
009930     MOVE SPACES TO SDI-RPT-WORK-LINE.
009940
009950 8900-WRITE-REPORT-LINE-EXIT.
009960     EXIT.
009970
009980******************************************************************
009990* 9000-TERMINATE - PRINT THE CONVERSION TOTALS, CLOSE UP AND SET
010000*                 THE RETURN CODE: 8 WHEN THE CONVERSION FAILED,
010010*                 4 WHEN A ROW WAS REJECTED OR NONE WAS ACCEPTED
010020******************************************************************
010030 9000-TERMINATE.
010040
010050     IF SDI-INIT-FAILED
010060         GO TO 9000-TERMINATE-EXIT
010070     END-IF.
010080
010090     PERFORM 8900-WRITE-REPORT-LINE
010100         THRU 8900-WRITE-REPORT-LINE-EXIT.
010110
010120     MOVE "ROWS READ:"             TO SDI-RPT-CNT-LABEL.
010130     MOVE SDI-ROW-NUMBER           TO SDI-RPT-CNT-COUNT.
010140     PERFORM 8900-WRITE-REPORT-LINE
010150         THRU 8900-WRITE-REPORT-LINE-EXIT.
010160
010170     MOVE "  COLUMN HEADINGS SKIPPED:" TO SDI-RPT-CNT-LABEL.
010180     MOVE SDI-HEADING-COUNT        TO SDI-RPT-CNT-COUNT.
010190     PERFORM 8900-WRITE-REPORT-LINE
010200         THRU 8900-WRITE-REPORT-LINE-EXIT.
010210
010220     MOVE "  BLANK ROWS SKIPPED:"  TO SDI-RPT-CNT-LABEL.
010230     MOVE SDI-BLANK-COUNT          TO SDI-RPT-CNT-COUNT.
010240     PERFORM 8900-WRITE-REPORT-LINE
010250         THRU 8900-WRITE-REPORT-LINE-EXIT.
010260
010270     MOVE "  ROWS REJECTED:"       TO SDI-RPT-CNT-LABEL.
010280     MOVE SDI-REJECT-COUNT         TO SDI-RPT-CNT-COUNT.
010290     PERFORM 8900-WRITE-REPORT-LINE
010300         THRU 8900-WRITE-REPORT-LINE-EXIT.
010310
010320     MOVE "  ROWS ACCEPTED:"       TO SDI-RPT-CNT-LABEL.
010330     MOVE SDI-ACC-COUNT            TO SDI-RPT-CNT-COUNT.
010340     PERFORM 8900-WRITE-REPORT-LINE
010350         THRU 8900-WRITE-REPORT-LINE-EXIT.
010360
010370     MOVE "DETAILS WRITTEN TO SOMDLBT:" TO SDI-RPT-CNT-LABEL.
010380     MOVE SDI-WRITTEN-COUNT        TO SDI-RPT-CNT-COUNT.
010390     PERFORM 8900-WRITE-REPORT-LINE
010400         THRU 8900-WRITE-REPORT-LINE-EXIT.
010410
010420     MOVE "TRAILER HASH TOTAL:"    TO SDI-RPT-HSH-LABEL.
010430     MOVE SDI-HASH-TOTAL           TO SDI-RPT-HSH-AMOUNT.
010440     PERFORM 8900-WRITE-REPORT-LINE
010450         THRU 8900-WRITE-REPORT-LINE-EXIT.
010460
010470     IF SDI-FAILED-YES
010480         MOVE "CONVERSION FAILED - SOMDLBT LEFT EMPTY"
010490             TO SDI-RPT-HDG-LABEL
010500         PERFORM 8900-WRITE-REPORT-LINE
010510             THRU 8900-WRITE-REPORT-LINE-EXIT
010520     END-IF.
010530
010540     CLOSE DELIMITED-FILE.
010550     CLOSE COSTCTR-FILE.
010560     CLOSE REPORT-FILE.
010570
010580     IF SDI-FAILED-YES
010590         DISPLAY "SOMDLIN: " SDI-SOURCE-ID " CONVERSION FAILED"
010600         MOVE 8 TO RETURN-CODE
010610     ELSE
010620         DISPLAY "SOMDLIN: " SDI-SOURCE-ID " "
010630             SDI-WRITTEN-COUNT " ROWS CONVERTED, "
010640             SDI-REJECT-COUNT " REJECTED"
010650         IF SDI-REJECT-COUNT > 0 OR SDI-WRITTEN-COUNT = 0
010660             MOVE 4 TO RETURN-CODE
010670         ELSE
010680             MOVE 0 TO RETURN-CODE
010690         END-IF
010700     END-IF.
010710
010720 9000-TERMINATE-EXIT.
010730     EXIT.
010740
010750 END PROGRAM SOMDLIN.
