000223*                    ACKNOWLEDGMENT FIELDS UNACKNOWLEDGED;
000223*                    THE SOMACK MATCHING RUN MARKS THEM FROM
000223*                    THE DOWNSTREAM SHOP'S ACK FILE.
000223*   2026-09-17 JAN   FOREIGN-CURRENCY ITEMS: A TRANSACTION NOW
000223*                    CARRIES A CURRENCY CODE BESIDE ITS ORIGINAL
000223*                    AMOUNT, AND EACH FOREIGN ITEM IS CONVERTED
000223*                    TO BASE CURRENCY AT THE RUN DATE'S RATE ON
000223*                    THE NEW SOMFXR EXCHANGE-RATE MASTER (THE
000223*                    ORIGINAL RUN DATE'S RATE ON A REVERSAL, SO
000223*                    THE BACKOUT NEGATES EXACTLY).  AN ITEM WITH
000223*                    NO RATE FOR THE DATE IS EXCEPTED TO SOMEXC
000223*                    IN ITS OWN CURRENCY INSTEAD OF POSTING AT
000223*                    FACE VALUE.  SOMRPT DETAIL LINES, SOMTHIST
000223*                    AND THE SOMEXT COST-CENTER RECORDS NOW SHOW
000223*                    THE ORIGINAL AMOUNT AND CURRENCY BESIDE THE
000223*                    BASE AMOUNT - A COST CENTER THAT POSTED IN
000223*                    SEVERAL CURRENCIES GETS ONE EXTRACT RECORD
000223*                    PER CURRENCY.  THE COST-CENTER TABLE NOW
000223*                    HOLDS 99 ENTRIES.
000223*   2026-10-01 JAN   DUAL CONTROL: A TRANSACTION WHOSE BASE
000223*                    AMOUNT EXCEEDS THE SETPARM "APPRLIM" LIMIT
000223*                    (IN THOUSANDS, FALLBACK 10) IS NO LONGER
000223*                    POSTED - IT IS WRITTEN TO THE NEW SOMPEND
000223*                    PENDING-APPROVAL FILE, ARCHIVED WITH
000223*                    DISPOSITION "A" AND FLAGGED ON ITS DETAIL
000223*                    LINE UNTIL A SECOND OPERATOR DECIDES IT
000223*                    WITH SOMAPPR.  AN ITEM ALREADY APPROVED
000223*                    (MARKED SO BY THE SOMAPRV BUILD SOURCE)
000223*                    POSTS NORMALLY, AND A REVERSAL HOLDS BACK
000223*                    EXACTLY THE ITEMS ITS ORIGINAL RUN HELD.
000223*   2026-10-01 JAN   SOMTHIST KEY NOW ENDS IN A SEQUENCE NUMBER
000223*                    (00 FOR THE POSTING RECORD, 01 UP FOR THE
000223*                    SOMRCLS RECLASS PAIRS).  THE ARCHIVE WRITES
000223*                    SEQUENCE 00 WITH NOTHING RECLASSED, AND A
000223*                    REVERSAL OF AN ITEM ALREADY PARTLY RECLASSED
000223*                    IS FLAGGED ON THE CONSOLE.
000223*   2026-10-01 JAN   PRIOR-PERIOD ADJUSTMENTS: A TRANSACTION NOW
000223*                    CARRIES AN EFFECTIVE PERIOD.  AN ITEM WHOSE
000223*                    EFFECTIVE PERIOD SOMMEND HAS ALREADY CLOSED
000223*                    (SOMMPERD) IS NO LONGER POSTED TO THE DAY'S
000223*                    TOTALS - IT IS WRITTEN TO THE NEW SOMPPAF
000223*                    PRIOR-PERIOD ADJUSTMENT FILE FOR SOMPADJ,
000223*                    ARCHIVED WITH DISPOSITION "J" AND FLAGGED ON
000223*                    ITS DETAIL LINE.  THE EFFECTIVE PERIOD IS
000223*                    ARCHIVED ON EVERY POSTING RECORD AND TRAVELS
000223*                    WITH A HELD ITEM ON SOMPEND.  A REVERSAL
000223*                    ROUTES EXACTLY THE ITEMS ITS ORIGINAL RUN
000223*                    ROUTED, WITHDRAWING ONE STILL PENDING AND
000223*                    FILING A NEGATING ITEM FOR ONE APPLIED.
000223*   2026-10-01 JAN   A COST CENTER OVER BUDGET, A CONTROL-TOTAL
000223*                    MISMATCH OR SKIPPED RECONCILIATION, AND A
000223*                    REVERSAL THAT DOES NOT TIE NOW ALSO APPEND
000223*                    BUDOVR / RECONC ALERTS TO SOMALRT FOR THE
000223*                    END-OF-CYCLE DIGEST.
000223*   2026-10-01 JAN   THE POSTING RUN CAN NOW WORK FROM STORAGE:
000223*                    WITH SETPARM "POSTTBL" AT 1 (OR THE WORD
000223*                    TABLED AFTER THE RUN MODE ON THE COMMAND
000223*                    LINE) EMPMAST, SOMCCM AND THE RUN PERIOD'S
000223*                    SOMBUDG ROWS ARE READ ONCE INTO TABLES AT
000223*                    START OF RUN, EACH EXCHANGE RATE IS READ
000223*                    ONCE AND KEPT, AND THE END-OF-RUN SOMEBAL
000223*                    AND SOMCCM UPDATES ARE APPLIED IN ONE
000223*                    FORWARD PASS OF EACH FILE INSTEAD OF A
000223*                    KEYED READ PER RECORD.  A MASTER TOO BIG
000223*                    FOR ITS TABLE IS READ BY KEY PAST THE LAST
000223*                    ENTRY HELD.  "POSTTBL" 0 OR MISSING (OR THE
000223*                    WORD KEYED) KEEPS THE KEYED READS; THE
000223*                    SOMPARL PARALLEL JOB RUNS BOTH PATHS ON THE
000223*                    SAME INPUT AND COMPARES EVERY OUTPUT.
000223*                    EMPMAST, SOMEBAL, SOMCCM AND SOMBUDG ARE
000223*                    NOW OPENED FOR DYNAMIC ACCESS.
000224* Tectonics: cobc
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000299
000299     SELECT EMPLOYEE-FILE ASSIGN "EMPMAST"
000299         ORGANIZATION IS INDEXED
000299         ACCESS MODE IS DYNAMIC
000299         RECORD KEY IS EMP-ID
000299         FILE STATUS IS SOM-EMP-STATUS.
000299
000299     SELECT BALANCE-FILE ASSIGN "SOMEBAL"
000299         ORGANIZATION IS INDEXED
000299         ACCESS MODE IS DYNAMIC
000299         RECORD KEY IS SOM-EBL-KEY
000299         FILE STATUS IS SOM-EBL-STATUS.
000299
000299     SELECT COSTCTR-FILE ASSIGN "SOMCCM"
000299         ORGANIZATION IS INDEXED
000299         ACCESS MODE IS DYNAMIC
000299         RECORD KEY IS SOM-CCM-CODE
000299         FILE STATUS IS SOM-CCM-STATUS.
000299
000299     SELECT BUDGET-FILE ASSIGN "SOMBUDG"
000299         ORGANIZATION IS INDEXED
000299         ACCESS MODE IS DYNAMIC
000299         RECORD KEY IS SOM-BUD-KEY
000299         FILE STATUS IS SOM-BUD-STATUS.
000299
000299     SELECT REJECT-FILE ASSIGN "SOMREJ"
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS SOM-REJ-STATUS.
000299
000299     SELECT RATE-FILE ASSIGN "SOMFXR"
000299         ORGANIZATION IS INDEXED
000299         ACCESS MODE IS RANDOM
000299         RECORD KEY IS SOM-FXR-KEY
000299         FILE STATUS IS SOM-FXR-STATUS.
000299
000299     SELECT PARAMETER-FILE ASSIGN "SETPARM"
000299         ORGANIZATION IS INDEXED
000299         ACCESS MODE IS RANDOM
000299         RECORD KEY IS SET-PARAM-KEY
000299         FILE STATUS IS SOM-PARM-STATUS.
000299
000299     SELECT PENDING-FILE ASSIGN "SOMPEND"
000299         ORGANIZATION IS INDEXED
000299         ACCESS MODE IS RANDOM
000299         RECORD KEY IS SOM-PND-KEY
000299         FILE STATUS IS SOM-PND-STATUS.
000299
000299     SELECT PERIOD-CONTROL-FILE ASSIGN "SOMMPERD"
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS SOM-MPD-STATUS.
000299
000299     SELECT PPADJ-FILE ASSIGN "SOMPPAF"
000299         ORGANIZATION IS INDEXED
000299         ACCESS MODE IS RANDOM
000299         RECORD KEY IS SOM-PPA-KEY
000299         FILE STATUS IS SOM-PPA-STATUS.
000299
000299     SELECT ALERT-FILE ASSIGN "SOMALRT"
000299         ORGANIZATION IS LINE SEQUENTIAL
000299         FILE STATUS IS SOM-ALR-STATUS.
000300
000310 DATA DIVISION.
000320 FILE SECTION.
000359 FD  REJECT-FILE
000359     LABEL RECORDS ARE STANDARD.
000359 COPY SOMREJ.
000359
000359 FD  RATE-FILE
000359     LABEL RECORDS ARE STANDARD.
000359 COPY SOMFXR.
000359
000359 FD  PARAMETER-FILE
000359     LABEL RECORDS ARE STANDARD.
000359 COPY SETPARM.
000359
000359 FD  PENDING-FILE
000359     LABEL RECORDS ARE STANDARD.
000359 COPY SOMPEND.
000359
000359 FD  PERIOD-CONTROL-FILE
000359     LABEL RECORDS ARE STANDARD.
000359 COPY SOMMPERD.
000359
000359 FD  PPADJ-FILE
000359     LABEL RECORDS ARE STANDARD.
000359 COPY SOMPPA.
000359
000359 FD  ALERT-FILE
000359     LABEL RECORDS ARE STANDARD.
000359 COPY SOMALRT.
000360
000370 WORKING-STORAGE SECTION.
000380 77  WS-TRAN-STATUS              PIC X(02) VALUE "00".
000444     88  SOM-CC-MATCH-YES                   VALUE "Y".
000444     88  SOM-CC-MATCH-NO                    VALUE "N".
000444
000444 77  SOM-FXR-STATUS               PIC X(02) VALUE "00".
000444     88  SOM-FXR-OK                         VALUE "00".
000444     88  SOM-FXR-NOT-FOUND                  VALUE "23".
000444     88  SOM-FXR-FILE-NOT-FOUND             VALUE "35".
000444
000444 77  SOM-FXR-PRESENT-SWITCH       PIC X(01) VALUE "Y".
000444     88  SOM-FXR-PRESENT-YES                VALUE "Y".
000444     88  SOM-FXR-PRESENT-NO                 VALUE "N".
000444
000444 77  SOM-FX-FAILED-SWITCH         PIC X(01) VALUE "N".
000444     88  SOM-FX-FAILED-YES                  VALUE "Y".
000444     88  SOM-FX-FAILED-NO                   VALUE "N".
000444
000444 77  SOM-FX-RATE-DATE             PIC 9(08) VALUE ZEROS.
000444 77  SOM-FX-BASE-AMOUNT           PIC S9(7)V99 COMP-3 VALUE ZERO.
000444 77  SOM-FX-ORIG-AMOUNT           PIC S9(7)V99 COMP-3 VALUE ZERO.
000444 77  SOM-FX-REASON                PIC X(50) VALUE SPACES.
000444 77  SOM-FX-EXC-COUNT             PIC 9(07) COMP VALUE 0.
000444
000444 77  SOM-PARM-STATUS              PIC X(02) VALUE "00".
000444     88  SOM-PARM-OK                        VALUE "00".
000444
000444 77  SOM-PND-STATUS               PIC X(02) VALUE "00".
000444     88  SOM-PND-OK                         VALUE "00".
000444     88  SOM-PND-DUPLICATE                  VALUE "22".
000444     88  SOM-PND-FILE-NOT-FOUND             VALUE "35".
000444
000444 77  SOM-PND-OPEN-SWITCH          PIC X(01) VALUE "N".
000444     88  SOM-PND-OPEN-YES                   VALUE "Y".
000444
000444 77  SOM-HELD-SWITCH              PIC X(01) VALUE "N".
000444     88  SOM-HELD-YES                       VALUE "Y".
000444     88  SOM-HELD-NO                        VALUE "N".
000444
000444 77  SOM-APPR-LIMIT-THOUSANDS     PIC 99 VALUE 10.
000444 77  SOM-APPR-LIMIT               PIC S9(7)V99 COMP-3 VALUE ZERO.
000444 77  SOM-APPR-ABS-AMOUNT          PIC S9(7)V99 COMP-3 VALUE ZERO.
000444 77  SOM-HELD-COUNT               PIC 9(07) COMP VALUE 0.
000444 77  SOM-HELD-AMOUNT              PIC S9(9)V99 COMP-3 VALUE ZERO.
000444
000444 77  SOM-MPD-STATUS               PIC X(02) VALUE "00".
000444     88  SOM-MPD-OK                         VALUE "00".
000444
000444 77  SOM-PPA-STATUS               PIC X(02) VALUE "00".
000444     88  SOM-PPA-OK                         VALUE "00".
000444     88  SOM-PPA-DUPLICATE                  VALUE "22".
000444     88  SOM-PPA-FILE-NOT-FOUND             VALUE "35".
000444
000444 77  SOM-PPA-OPEN-SWITCH          PIC X(01) VALUE "N".
000444     88  SOM-PPA-OPEN-YES                   VALUE "Y".
000444
000444 77  SOM-ALR-STATUS               PIC X(02) VALUE "00".
000444     88  SOM-ALR-OK                         VALUE "00".
000444     88  SOM-ALR-FILE-NOT-FOUND             VALUE "35".
000444
000444 77  SOM-ALR-OPEN-SWITCH          PIC X(01) VALUE "N".
000444     88  SOM-ALR-OPEN-YES                   VALUE "Y".
000444     88  SOM-ALR-OPEN-NO                    VALUE "N".
000444     88  SOM-ALR-OPEN-FAILED                VALUE "F".
000444
000444 77  SOM-PRIOR-SWITCH             PIC X(01) VALUE "N".
000444     88  SOM-PRIOR-YES                      VALUE "Y".
000444     88  SOM-PRIOR-NO                       VALUE "N".
000444
000444 77  SOM-LAST-CLOSED-PERIOD       PIC 9(06) VALUE ZEROS.
000444 77  SOM-PRIOR-EFF-PERIOD         PIC 9(06) VALUE ZEROS.
000444 77  SOM-PRIOR-COUNT              PIC 9(07) COMP VALUE 0.
000444 77  SOM-PRIOR-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZERO.
000444
000444 77  SOM-REJECT-COUNT             PIC 9(07) COMP VALUE 0.
000444 77  SOM-CC-REJECT-COUNT          PIC 9(07) COMP VALUE 0.
000444 77  SOM-REJECT-REASON            PIC X(30) VALUE SPACES.
000481 77  SOM-CC-SUBTOTAL              PIC S9(7)V99 COMP-3 VALUE ZERO.
000481 77  SOM-CC-REC-COUNT             PIC 9(07) COMP VALUE 0.
000481 77  SOM-CC-IX                    PIC 9(03) COMP VALUE 0.
000481 77  SOM-GRP-IX                   PIC 9(03) COMP VALUE 0.
000481 77  SOM-GRP-HIT-IX               PIC 9(03) COMP VALUE 0.
000481
000481 77  SOM-GRP-FOUND-SWITCH         PIC X(01) VALUE "N".
000481     88  SOM-GRP-FOUND-YES                  VALUE "Y".
000481     88  SOM-GRP-FOUND-NO                   VALUE "N".
000481
000481 77  SOM-CC-EFFECTIVE-SPEND       PIC S9(9)V99 COMP-3 VALUE
000481                                      ZERO.
000481     88  SOM-CC-ACTIVE-NO                   VALUE "N".
000481
000481******************************************************************
000481* SOM-GRP-CCY-TABLE - ONE ENTRY PER CURRENCY SEEN IN THE COST-
000481* CENTER GROUP IN PROGRESS: RECORD COUNT, POSTED BASE AMOUNT AND
000481* POSTED ORIGINAL AMOUNT.  EMPTIED INTO SOM-CC-TABLE AT EACH
000481* CONTROL BREAK.
000481******************************************************************
000481 01  SOM-GRP-CCY-TABLE.
000481     05  SOM-GRP-CCY-COUNT           PIC 9(03) COMP VALUE 0.
000481     05  SOM-GRP-CCY-ENTRY OCCURS 10 TIMES.
000481         10  SOM-GRP-CCY-CODE        PIC X(03).
000481         10  SOM-GRP-CCY-AMOUNT      PIC S9(7)V99 COMP-3.
000481         10  SOM-GRP-CCY-ORIG        PIC S9(7)V99 COMP-3.
000481         10  SOM-GRP-CCY-RECS        PIC 9(07) COMP.
000481
000481******************************************************************
000481* SOM-CC-TABLE - ONE ENTRY PER COST CENTER AND CURRENCY SEEN THIS
000481* RUN, FILLED AT EACH CONTROL BREAK.  THE EXTRACT IS WRITTEN FROM
000481* THIS TABLE AT END OF RUN, ONE RECORD PER ENTRY PLUS THE "*TOT"
000481* RECORD.
000481******************************************************************
000481 01  SOM-CC-TABLE.
000481     05  SOM-CC-ENTRY-COUNT          PIC 9(03) COMP VALUE 0.
000481     05  SOM-CC-ENTRY OCCURS 99 TIMES.
000481         10  SOM-CC-CODE             PIC X(04).
000481         10  SOM-CC-CURRENCY         PIC X(03).
000481         10  SOM-CC-AMOUNT           PIC S9(7)V99 COMP-3.
000481         10  SOM-CC-ORIG-AMOUNT      PIC S9(7)V99 COMP-3.
000481         10  SOM-CC-RECS             PIC 9(07) COMP.
000481
000481*    THE COMMAND LINE: THE RUN MODE, THEN OPTIONALLY KEYED OR
000481*    TABLED TO OVERRIDE THE SETPARM "POSTTBL" POSTING PATH
000481 77  SOM-COMMAND-LINE             PIC X(40) VALUE SPACES.
000481 77  SOM-IO-MODE                  PIC X(07) VALUE SPACES.
000481
000481 77  SOM-TABLED-SWITCH            PIC X(01) VALUE "N".
000481     88  SOM-TABLED-YES                     VALUE "Y".
000481     88  SOM-TABLED-NO                      VALUE "N".
000481
000481 77  SOM-TBL-EOF-SWITCH           PIC X(01) VALUE "N".
000481     88  SOM-TBL-EOF-YES                    VALUE "Y".
000481     88  SOM-TBL-EOF-NO                     VALUE "N".
000481
000481 77  SOM-TBL-FOUND-SWITCH         PIC X(01) VALUE "N".
000481     88  SOM-TBL-FOUND-YES                  VALUE "Y".
000481     88  SOM-TBL-FOUND-NO                   VALUE "N".
000481
000481*    "Y" WHEN A MASTER DID NOT ALL FIT IN (OR COULD NOT ALL BE
000481*    READ INTO) ITS TABLE - A KEY PAST THE LAST ENTRY HELD IS
000481*    THEN LOOKED UP ON THE FILE
000481 77  SOM-EMT-PARTIAL-SWITCH       PIC X(01) VALUE "N".
000481     88  SOM-EMT-PARTIAL-YES                VALUE "Y".
000481     88  SOM-EMT-PARTIAL-NO                 VALUE "N".
000481 77  SOM-CCT-PARTIAL-SWITCH       PIC X(01) VALUE "N".
000481     88  SOM-CCT-PARTIAL-YES                VALUE "Y".
000481     88  SOM-CCT-PARTIAL-NO                 VALUE "N".
000481 77  SOM-BDT-PARTIAL-SWITCH       PIC X(01) VALUE "N".
000481     88  SOM-BDT-PARTIAL-YES                VALUE "Y".
000481     88  SOM-BDT-PARTIAL-NO                 VALUE "N".
000481
000481 77  SOM-TBL-LO                   PIC 9(05) COMP VALUE 0.
000481 77  SOM-TBL-HI                   PIC 9(05) COMP VALUE 0.
000481 77  SOM-TBL-MID                  PIC 9(05) COMP VALUE 0.
000481 77  SOM-TBL-HIT                  PIC 9(05) COMP VALUE 0.
000481 77  SOM-EMT-COUNT                PIC 9(05) COMP VALUE 0.
000481 77  SOM-EMT-MAX                  PIC 9(05) COMP VALUE 20000.
000481 77  SOM-CCT-COUNT                PIC 9(05) COMP VALUE 0.
000481 77  SOM-CCT-MAX                  PIC 9(05) COMP VALUE 1000.
000481 77  SOM-BDT-COUNT                PIC 9(05) COMP VALUE 0.
000481 77  SOM-BDT-MAX                  PIC 9(05) COMP VALUE 1000.
000481 77  SOM-FXC-COUNT                PIC 9(03) COMP VALUE 0.
000481 77  SOM-FXC-IX                   PIC 9(03) COMP VALUE 0.
000481 77  SOM-FXC-HIT                  PIC 9(03) COMP VALUE 0.
000481
000481******************************************************************
000481* SOM-EMT-TABLE - EVERY EMPMAST EMPLOYEE IN KEY ORDER WITH THE
000481* PERIOD ITS BALANCE IS KEPT UNDER, LOADED ONCE AT START OF A
000481* TABLED RUN.
000481******************************************************************
000481 01  SOM-EMT-TABLE.
000481     05  SOM-EMT-ENTRY OCCURS 20000 TIMES.
000481         10  SOM-EMT-ID              PIC 9(06).
000481         10  SOM-EMT-PERIOD          PIC 9(06).
000481
000481******************************************************************
000481* SOM-CCT-TABLE - EVERY SOMCCM RECORD, WHOLE, IN CODE ORDER AS
000481* IT STOOD AT START OF RUN.  THE MASTER IS ONLY REWRITTEN AT END
000481* OF RUN, SO THE COPY STAYS CURRENT FOR EVERY LOOKUP.
000481******************************************************************
000481 01  SOM-CCT-TABLE.
000481     05  SOM-CCT-ENTRY OCCURS 1000 TIMES.
000481         10  SOM-CCT-CODE            PIC X(04).
000481         10  SOM-CCT-REST            PIC X(47).
000481
000481******************************************************************
000481* SOM-BDT-TABLE - THE SOMBUDG RECORDS, WHOLE, FOR THE RUN PERIOD
000481* ONLY, IN COST-CENTER ORDER.
000481******************************************************************
000481 01  SOM-BDT-TABLE.
000481     05  SOM-BDT-ENTRY OCCURS 1000 TIMES.
000481         10  SOM-BDT-COST-CENTER     PIC X(04).
000481         10  SOM-BDT-REST            PIC X(18).
000481
000481******************************************************************
000481* SOM-FXC-TABLE - EACH CURRENCY LOOKED UP ON SOMFXR THIS RUN,
000481* WITH WHETHER IT HAD A RATE FOR THE RUN'S RATE DATE (THE SAME
000481* DATE FOR EVERY ITEM IN A RUN) AND THE RATE.
000481******************************************************************
000481 01  SOM-FXC-TABLE.
000481     05  SOM-FXC-ENTRY OCCURS 50 TIMES.
000481         10  SOM-FXC-CURRENCY        PIC X(03).
000481         10  SOM-FXC-FOUND           PIC X(01).
000481             88  SOM-FXC-FOUND-YES          VALUE "Y".
000481         10  SOM-FXC-RATE            PIC 9(04)V9(06).
000481
000481******************************************************************
000481* SOM-EBG-KEY - THE SOMEBAL KEY OF THE EMPLOYEE WHOSE POSTED
000481* ARCHIVE RECORDS ARE BEING SUMMED ON A TABLED RUN; SOM-EBH-
000481* RECORD HOLDS THE SOMEBAL RECORD THE FORWARD PASS STANDS ON.
000481******************************************************************
000481 01  SOM-EBG-KEY.
000481     05  SOM-EBG-EMP-ID              PIC 9(06).
000481     05  SOM-EBG-PERIOD              PIC 9(06).
000481
000481 01  SOM-EBH-RECORD.
000481     05  SOM-EBH-KEY                 PIC X(12).
000481     05  SOM-EBH-REST                PIC X(19).
000481
000481 77  SOM-EBG-AMOUNT               PIC S9(9)V99 COMP-3 VALUE ZERO.
000481 77  SOM-EBG-COUNT                PIC 9(07) COMP VALUE 0.
000481
000481 77  SOM-EBG-ACTIVE-SWITCH        PIC X(01) VALUE "N".
000481     88  SOM-EBG-ACTIVE-YES                 VALUE "Y".
000481     88  SOM-EBG-ACTIVE-NO                  VALUE "N".
000481
000481 77  SOM-EBP-STARTED-SWITCH       PIC X(01) VALUE "N".
000481     88  SOM-EBP-STARTED-YES                VALUE "Y".
000481     88  SOM-EBP-STARTED-NO                 VALUE "N".
000481
000481 77  SOM-EBP-EOF-SWITCH           PIC X(01) VALUE "N".
000481     88  SOM-EBP-EOF-YES                    VALUE "Y".
000481     88  SOM-EBP-EOF-NO                     VALUE "N".
000481
000481 77  SOM-CCP-EOF-SWITCH           PIC X(01) VALUE "N".
000481     88  SOM-CCP-EOF-YES                    VALUE "Y".
000481     88  SOM-CCP-EOF-NO                     VALUE "N".
000481
000481 77  SOM-APL-DONE-COUNT           PIC 9(03) COMP VALUE 0.
000481
000482******************************************************************
000483* SOM-RPT-WORK-LINE AND ITS REDEFINES - THE REPORT LINE IS BUILT
000484* HERE IN WORKING STORAGE, THEN MOVED INTO THE REPORT-FILE RECORD
000498     05  SOM-RPT-DET-AMOUNT          PIC -(7)9.99.
000498     05  FILLER                      PIC X(02).
000498     05  SOM-RPT-DET-FLAG            PIC X(30).
000498     05  FILLER                      PIC X(01).
000498     05  SOM-RPT-DET-CURRENCY        PIC X(03).
000498     05  FILLER                      PIC X(01).
000498     05  SOM-RPT-DET-ORIG-AMOUNT     PIC -(7)9.99.
000499     05  FILLER                      PIC X(07).
000500
000501 01  SOM-RPT-TOTAL REDEFINES SOM-RPT-WORK-LINE.
000502     05  SOM-RPT-TOT-LABEL           PIC X(11).
000505     05  SOM-RPT-SUB-FLAG            PIC X(15).
000505     05  FILLER                      PIC X(18).
000506
000506******************************************************************
000506* SOM-ALERT-FIELDS - ONE ALERT FOR THE END-OF-CYCLE DIGEST, SET
000506* UP HERE BEFORE EACH PERFORM OF THE ALERT WRITE.  SEVERITY
000506* 1 = INFO, 2 = WARNING, 3 = CRITICAL; SETPARM MAY RE-RANK IT.
000506******************************************************************
000506 01  SOM-ALERT-FIELDS.
000506     05  SOM-ALR-SEVERITY            PIC 9(01) VALUE ZERO.
000506     05  SOM-ALR-CODE                PIC X(06) VALUE SPACES.
000506     05  SOM-ALR-KEY                 PIC X(12) VALUE SPACES.
000506     05  SOM-ALR-MESSAGE             PIC X(46) VALUE SPACES.
000506
000506 01  SOM-ALR-BUDGET-MSG.
000506     05  FILLER                      PIC X(20)
000506                                     VALUE "OVER BUDGET, PERIOD ".
000506     05  SOM-ALR-BUD-PERIOD          PIC 9(06).
000506     05  FILLER                      PIC X(07) VALUE " SPEND ".
000506     05  SOM-ALR-BUD-SPEND           PIC -(7)9.99.
000506     05  FILLER                      PIC X(02) VALUE SPACES.
000506
000500 PROCEDURE DIVISION.
000510******************************************************************
000520* 0000-MAINLINE
000700******************************************************************
000710 1000-INITIALIZE.
000711
000712*    THE COMMAND LINE IS THE RUN MODE (RESTART, REVERSE, OR ANY
000712*    OTHER WORD OR NONE FOR A NORMAL RUN), OPTIONALLY FOLLOWED BY
000712*    KEYED OR TABLED; EITHER OF THOSE ALONE IS A NORMAL RUN.
000712     ACCEPT SOM-COMMAND-LINE FROM COMMAND-LINE.
000712
000712     UNSTRING SOM-COMMAND-LINE DELIMITED BY ALL SPACE
000712         INTO SOM-RUN-MODE
000712              SOM-IO-MODE
000712     END-UNSTRING.
000712
000712     IF SOM-RUN-MODE = "KEYED" OR SOM-RUN-MODE = "TABLED"
000712         MOVE SOM-RUN-MODE TO SOM-IO-MODE
000712         MOVE SPACES       TO SOM-RUN-MODE
000712     END-IF.
000720
000730     OPEN INPUT TRAN-FILE.
000740
000810         END-IF
000810     END-IF.
000810
000810     OPEN INPUT RATE-FILE.
000810
000810*    WITH NO RATE MASTER AT ALL, EVERY FOREIGN ITEM IS EXCEPTED;
000810*    BASE-CURRENCY ITEMS POST AS BEFORE.
000810     IF SOM-FXR-FILE-NOT-FOUND
000810         MOVE "N" TO SOM-FXR-PRESENT-SWITCH
000810     ELSE
000810         IF NOT SOM-FXR-OK
000810             DISPLAY "SOMANDO: UNABLE TO OPEN SOMFXR, STATUS "
000810                 SOM-FXR-STATUS
000810             MOVE "Y" TO WS-EOF-SWITCH
000810             MOVE 8 TO RETURN-CODE
000810             MOVE "N" TO SOM-INIT-STATUS-SWITCH
000810             GO TO 1000-INITIALIZE-EXIT
000810         END-IF
000810     END-IF.
000810
000810*    A RESTART APPENDS TO SOMREJ FOR THE SAME REASON IT
000810*    APPENDS TO SOMEXC - REJECTS THE FAILED RUN WROTE BEFORE
000810*    ITS CHECKPOINT ARE SKIPPED AND NEVER RE-WRITTEN, AND
000810
000810     MOVE "Y" TO SOM-HIS-OPEN-SWITCH.
000810
000810     OPEN I-O PENDING-FILE.
000810
000810     IF SOM-PND-FILE-NOT-FOUND
000810         OPEN OUTPUT PENDING-FILE
000810         IF SOM-PND-OK
000810             CLOSE PENDING-FILE
000810             OPEN I-O PENDING-FILE
000810         END-IF
000810     END-IF.
000810
000810     IF NOT SOM-PND-OK
000810         DISPLAY "SOMANDO: UNABLE TO OPEN SOMPEND, STATUS "
000810             SOM-PND-STATUS
000810         MOVE "Y" TO WS-EOF-SWITCH
000810         MOVE 8 TO RETURN-CODE
000810         MOVE "N" TO SOM-INIT-STATUS-SWITCH
000810         GO TO 1000-INITIALIZE-EXIT
000810     END-IF.
000810
000810     MOVE "Y" TO SOM-PND-OPEN-SWITCH.
000810
000810     OPEN I-O PPADJ-FILE.
000810
000810     IF SOM-PPA-FILE-NOT-FOUND
000810         OPEN OUTPUT PPADJ-FILE
000810         IF SOM-PPA-OK
000810             CLOSE PPADJ-FILE
000810             OPEN I-O PPADJ-FILE
000810         END-IF
000810     END-IF.
000810
000810     IF NOT SOM-PPA-OK
000810         DISPLAY "SOMANDO: UNABLE TO OPEN SOMPPAF, STATUS "
000810             SOM-PPA-STATUS
000810         MOVE "Y" TO WS-EOF-SWITCH
000810         MOVE 8 TO RETURN-CODE
000810         MOVE "N" TO SOM-INIT-STATUS-SWITCH
000810         GO TO 1000-INITIALIZE-EXIT
000810     END-IF.
000810
000810     MOVE "Y" TO SOM-PPA-OPEN-SWITCH.
000810
000810     PERFORM 1400-LOAD-APPROVAL-LIMIT
000810         THRU 1400-LOAD-APPROVAL-LIMIT-EXIT.
000810
000810     PERFORM 1450-LOAD-POSTING-PATH
000810         THRU 1450-LOAD-POSTING-PATH-EXIT.
000810
000810     PERFORM 1500-LOAD-LAST-CLOSED
000810         THRU 1500-LOAD-LAST-CLOSED-EXIT.
000810
000810     IF SOM-RUN-MODE = "REVERSE"
000810         MOVE "Y" TO SOM-REVERSE-SWITCH
000810         PERFORM 1300-LOAD-ORIGINAL-EXTRACT
000810
000810     ACCEPT SOM-RUN-DATE FROM DATE YYYYMMDD.
000810     DIVIDE SOM-RUN-DATE BY 100 GIVING SOM-RUN-PERIOD.
000810
000810     IF SOM-TABLED-YES
000810         PERFORM 1600-LOAD-REFERENCE-TABLES
000810             THRU 1600-LOAD-REFERENCE-TABLES-EXIT
000810     END-IF.
000810
000810     MOVE SPACES      TO SOM-RPT-WORK-LINE.
000810     MOVE "RUN DATE: " TO SOM-RPT-HDG-LABEL.
000810     MOVE SOM-RUN-DATE TO SOM-RPT-HDG-DATE.
000910 1320-READ-EXTRACT-RECORD-EXIT.
000910     EXIT.
000870
000870******************************************************************
000870* 1400-LOAD-APPROVAL-LIMIT - READ THE "APPRLIM" PARAMETER AS THE
000870*                           DUAL-CONTROL LIMIT IN THOUSANDS OF
000870*                           BASE CURRENCY, FALLING BACK TO 10
000870*                           (10,000.00) WHEN SETPARM OR THE
000870*                           PARAMETER IS MISSING.  A VALUE OF
000870*                           ZERO TURNS DUAL CONTROL OFF.
000870******************************************************************
000870 1400-LOAD-APPROVAL-LIMIT.
000870
000870     MOVE 10 TO SOM-APPR-LIMIT-THOUSANDS.
000870
000870     OPEN INPUT PARAMETER-FILE.
000870
000870     IF SOM-PARM-OK
000870         MOVE "APPRLIM" TO SET-PARAM-KEY
000870         READ PARAMETER-FILE
000870             KEY IS SET-PARAM-KEY
000870             INVALID KEY
000870                 CONTINUE
000870         END-READ
000870         IF SOM-PARM-OK
000870             MOVE SET-PARAM-VALUE TO SOM-APPR-LIMIT-THOUSANDS
000870         END-IF
000870         CLOSE PARAMETER-FILE
000870     END-IF.
000870
000870     COMPUTE SOM-APPR-LIMIT = SOM-APPR-LIMIT-THOUSANDS * 1000.
000870
000870     IF SOM-APPR-LIMIT = 0
000870         DISPLAY "SOMANDO: DUAL-CONTROL LIMIT IS ZERO, NO ITEM "
000870             "HELD FOR APPROVAL"
000870     END-IF.
000870
000870 1400-LOAD-APPROVAL-LIMIT-EXIT.
000870     EXIT.
000870
000870******************************************************************
000870* 1500-LOAD-LAST-CLOSED - READ THE LAST FISCAL PERIOD SOMMEND HAS
000870*                        CLOSED FROM THE SOMMPERD CONTROL RECORD.
000870*                        NO RECORD MEANS NO PERIOD HAS BEEN
000870*                        CLOSED, SO NOTHING IS ROUTED AS A PRIOR-
000870*                        PERIOD ADJUSTMENT.
000870******************************************************************
000870 1500-LOAD-LAST-CLOSED.
000870
000870     MOVE ZEROS TO SOM-LAST-CLOSED-PERIOD.
000870
000870     OPEN INPUT PERIOD-CONTROL-FILE.
000870
000870     IF NOT SOM-MPD-OK
000870         GO TO 1500-LOAD-LAST-CLOSED-EXIT
000870     END-IF.
000870
000870     READ PERIOD-CONTROL-FILE
000870         AT END
000870             CONTINUE
000870     END-READ.
000870
000870     IF SOM-MPD-OK
000870         MOVE SOM-MND-LAST-PERIOD TO SOM-LAST-CLOSED-PERIOD
000870     END-IF.
000870
000870     CLOSE PERIOD-CONTROL-FILE.
000870
000870 1500-LOAD-LAST-CLOSED-EXIT.
000870     EXIT.
000870
000870******************************************************************
000870* 1450-LOAD-POSTING-PATH - READ THE "POSTTBL" PARAMETER: 1 READS
000870*                         EMPMAST, SOMCCM AND THE RUN PERIOD'S
000870*                         SOMBUDG ROWS INTO STORAGE ONCE AND
000870*                         APPLIES THE END-OF-RUN BALANCES IN ONE
000870*                         PASS OF EACH FILE; 0, OR SETPARM OR THE
000870*                         PARAMETER MISSING, KEEPS THE KEYED READ
000870*                         PER TRANSACTION.  THE WORD KEYED OR
000870*                         TABLED ON THE COMMAND LINE OVERRIDES IT
000870*                         FOR THE ONE RUN.
000870******************************************************************
000870 1450-LOAD-POSTING-PATH.
000870
000870     MOVE "N" TO SOM-TABLED-SWITCH.
000870
000870     OPEN INPUT PARAMETER-FILE.
000870
000870     IF SOM-PARM-OK
000870         MOVE "POSTTBL" TO SET-PARAM-KEY
000870         READ PARAMETER-FILE
000870             KEY IS SET-PARAM-KEY
000870             INVALID KEY
000870                 CONTINUE
000870         END-READ
000870         IF SOM-PARM-OK
000870            AND SET-PARAM-VALUE = 1
000870             MOVE "Y" TO SOM-TABLED-SWITCH
000870         END-IF
000870         CLOSE PARAMETER-FILE
000870     END-IF.
000870
000870     IF SOM-IO-MODE = "TABLED"
000870         MOVE "Y" TO SOM-TABLED-SWITCH
000870     ELSE
000870         IF SOM-IO-MODE = "KEYED"
000870             MOVE "N" TO SOM-TABLED-SWITCH
000870         ELSE
000870             IF SOM-IO-MODE NOT = SPACES
000870                 DISPLAY "SOMANDO: POSTING PATH " SOM-IO-MODE
000870                     " NOT KNOWN, IGNORED"
000870             END-IF
000870         END-IF
000870     END-IF.
000870
000870     IF SOM-TABLED-YES
000870         DISPLAY "SOMANDO: REFERENCE MASTERS HELD IN STORAGE "
000870             "THIS RUN"
000870     END-IF.
000870
000870 1450-LOAD-POSTING-PATH-EXIT.
000870     EXIT.
000870
000870******************************************************************
000870* 1600-LOAD-REFERENCE-TABLES - READ EMPMAST, SOMCCM AND THE RUN
000870*                             PERIOD'S SOMBUDG ROWS INTO STORAGE,
000870*                             EACH IN ONE PASS IN KEY ORDER
000870******************************************************************
000870 1600-LOAD-REFERENCE-TABLES.
000870
000870     PERFORM 1610-LOAD-EMPLOYEES
000870         THRU 1610-LOAD-EMPLOYEES-EXIT.
000870
000870     PERFORM 1620-LOAD-CENTERS
000870         THRU 1620-LOAD-CENTERS-EXIT.
000870
000870     IF SOM-BUD-PRESENT-YES
000870         PERFORM 1630-LOAD-BUDGETS
000870             THRU 1630-LOAD-BUDGETS-EXIT
000870     END-IF.
000870
000870     DISPLAY "SOMANDO: TABLED " SOM-EMT-COUNT " EMPLOYEES, "
000870         SOM-CCT-COUNT " COST CENTERS, " SOM-BDT-COUNT
000870         " BUDGETS".
000870
000870 1600-LOAD-REFERENCE-TABLES-EXIT.
000870     EXIT.
000870
000870******************************************************************
000870* 1610-LOAD-EMPLOYEES - TABLE EVERY EMPMAST EMPLOYEE IN KEY ORDER
000870******************************************************************
000870 1610-LOAD-EMPLOYEES.
000870
000870     MOVE "N" TO SOM-TBL-EOF-SWITCH.
000870     MOVE ZEROS TO EMP-ID.
000870
000870     START EMPLOYEE-FILE
000870         KEY IS NOT LESS THAN EMP-ID
000870         INVALID KEY
000870             MOVE "Y" TO SOM-TBL-EOF-SWITCH
000870     END-START.
000870
000870     PERFORM 1615-LOAD-ONE-EMPLOYEE
000870         THRU 1615-LOAD-ONE-EMPLOYEE-EXIT
000870         UNTIL SOM-TBL-EOF-YES.
000870
000870 1610-LOAD-EMPLOYEES-EXIT.
000870     EXIT.
000870
000870******************************************************************
000870* 1615-LOAD-ONE-EMPLOYEE - READ AND TABLE ONE EMPLOYEE.  A FULL
000870*                         TABLE OR A READ ERROR ENDS THE LOAD AND
000870*                         THE REST ARE LOOKED UP ON THE FILE.
000870******************************************************************
000870 1615-LOAD-ONE-EMPLOYEE.
000870
000870     READ EMPLOYEE-FILE NEXT RECORD
000870         AT END
000870             MOVE "Y" TO SOM-TBL-EOF-SWITCH
000870             GO TO 1615-LOAD-ONE-EMPLOYEE-EXIT
000870     END-READ.
000870
000870     IF NOT SOM-EMP-OK
000870         DISPLAY "SOMANDO: EMPMAST READ FAILED, STATUS "
000870             SOM-EMP-STATUS ", REST READ BY KEY"
000870         MOVE "Y" TO SOM-TBL-EOF-SWITCH
000870         MOVE "Y" TO SOM-EMT-PARTIAL-SWITCH
000870         GO TO 1615-LOAD-ONE-EMPLOYEE-EXIT
000870     END-IF.
000870
000870     IF SOM-EMT-COUNT NOT < SOM-EMT-MAX
000870         DISPLAY "SOMANDO: EMPLOYEE TABLE FULL AT " EMP-ID
000870             ", REST READ BY KEY"
000870         MOVE "Y" TO SOM-TBL-EOF-SWITCH
000870         MOVE "Y" TO SOM-EMT-PARTIAL-SWITCH
000870         GO TO 1615-LOAD-ONE-EMPLOYEE-EXIT
000870     END-IF.
000870
000870     ADD 1 TO SOM-EMT-COUNT.
000870     MOVE EMP-ID     TO SOM-EMT-ID (SOM-EMT-COUNT).
000870     MOVE EMP-PERIOD TO SOM-EMT-PERIOD (SOM-EMT-COUNT).
000870
000870 1615-LOAD-ONE-EMPLOYEE-EXIT.
000870     EXIT.
000870
000870******************************************************************
000870* 1620-LOAD-CENTERS - TABLE EVERY SOMCCM RECORD IN CODE ORDER
000870******************************************************************
000870 1620-LOAD-CENTERS.
000870
000870     MOVE "N" TO SOM-TBL-EOF-SWITCH.
000870     MOVE LOW-VALUES TO SOM-CCM-CODE.
000870
000870     START COSTCTR-FILE
000870         KEY IS NOT LESS THAN SOM-CCM-CODE
000870         INVALID KEY
000870             MOVE "Y" TO SOM-TBL-EOF-SWITCH
000870     END-START.
000870
000870     PERFORM 1625-LOAD-ONE-CENTER
000870         THRU 1625-LOAD-ONE-CENTER-EXIT
000870         UNTIL SOM-TBL-EOF-YES.
000870
000870 1620-LOAD-CENTERS-EXIT.
000870     EXIT.
000870
000870******************************************************************
000870* 1625-LOAD-ONE-CENTER - READ AND TABLE ONE COST CENTER.  A FULL
000870*                       TABLE OR A READ ERROR ENDS THE LOAD AND
000870*                       THE REST ARE LOOKED UP ON THE FILE.
000870******************************************************************
000870 1625-LOAD-ONE-CENTER.
000870
000870     READ COSTCTR-FILE NEXT RECORD
000870         AT END
000870             MOVE "Y" TO SOM-TBL-EOF-SWITCH
000870             GO TO 1625-LOAD-ONE-CENTER-EXIT
000870     END-READ.
000870
000870     IF NOT SOM-CCM-OK
000870         DISPLAY "SOMANDO: SOMCCM READ FAILED, STATUS "
000870             SOM-CCM-STATUS ", REST READ BY KEY"
000870         MOVE "Y" TO SOM-TBL-EOF-SWITCH
000870         MOVE "Y" TO SOM-CCT-PARTIAL-SWITCH
000870         GO TO 1625-LOAD-ONE-CENTER-EXIT
000870     END-IF.
000870
000870     IF SOM-CCT-COUNT NOT < SOM-CCT-MAX
000870         DISPLAY "SOMANDO: COST CENTER TABLE FULL AT "
000870             SOM-CCM-CODE ", REST READ BY KEY"
000870         MOVE "Y" TO SOM-TBL-EOF-SWITCH
000870         MOVE "Y" TO SOM-CCT-PARTIAL-SWITCH
000870         GO TO 1625-LOAD-ONE-CENTER-EXIT
000870     END-IF.
000870
000870     ADD 1 TO SOM-CCT-COUNT.
000870     MOVE SOM-CCM-RECORD TO SOM-CCT-ENTRY (SOM-CCT-COUNT).
000870
000870 1625-LOAD-ONE-CENTER-EXIT.
000870     EXIT.
000870
000870******************************************************************
000870* 1630-LOAD-BUDGETS - TABLE THE SOMBUDG ROWS FOR THE RUN PERIOD,
000870*                    IN COST-CENTER ORDER, FROM ONE PASS OF THE
000870*                    FILE
000870******************************************************************
000870 1630-LOAD-BUDGETS.
000870
000870     MOVE "N" TO SOM-TBL-EOF-SWITCH.
000870     MOVE LOW-VALUES TO SOM-BUD-KEY.
000870
000870     START BUDGET-FILE
000870         KEY IS NOT LESS THAN SOM-BUD-KEY
000870         INVALID KEY
000870             MOVE "Y" TO SOM-TBL-EOF-SWITCH
000870     END-START.
000870
000870     PERFORM 1635-LOAD-ONE-BUDGET
000870         THRU 1635-LOAD-ONE-BUDGET-EXIT
000870         UNTIL SOM-TBL-EOF-YES.
000870
000870 1630-LOAD-BUDGETS-EXIT.
000870     EXIT.
000870
000870******************************************************************
000870* 1635-LOAD-ONE-BUDGET - READ ONE SOMBUDG ROW AND TABLE IT WHEN IT
000870*                       IS FOR THE RUN PERIOD.  A FULL TABLE OR A
000870*                       READ ERROR ENDS THE LOAD AND THE REST ARE
000870*                       LOOKED UP ON THE FILE.
000870******************************************************************
000870 1635-LOAD-ONE-BUDGET.
000870
000870     READ BUDGET-FILE NEXT RECORD
000870         AT END
000870             MOVE "Y" TO SOM-TBL-EOF-SWITCH
000870             GO TO 1635-LOAD-ONE-BUDGET-EXIT
000870     END-READ.
000870
000870     IF NOT SOM-BUD-OK
000870         DISPLAY "SOMANDO: SOMBUDG READ FAILED, STATUS "
000870             SOM-BUD-STATUS ", REST READ BY KEY"
000870         MOVE "Y" TO SOM-TBL-EOF-SWITCH
000870         MOVE "Y" TO SOM-BDT-PARTIAL-SWITCH
000870         GO TO 1635-LOAD-ONE-BUDGET-EXIT
000870     END-IF.
000870
000870     IF SOM-BUD-PERIOD NOT = SOM-RUN-PERIOD
000870         GO TO 1635-LOAD-ONE-BUDGET-EXIT
000870     END-IF.
000870
000870     IF SOM-BDT-COUNT NOT < SOM-BDT-MAX
000870         DISPLAY "SOMANDO: BUDGET TABLE FULL AT "
000870             SOM-BUD-COST-CENTER ", REST READ BY KEY"
000870         MOVE "Y" TO SOM-TBL-EOF-SWITCH
000870         MOVE "Y" TO SOM-BDT-PARTIAL-SWITCH
000870         GO TO 1635-LOAD-ONE-BUDGET-EXIT
000870     END-IF.
000870
000870     ADD 1 TO SOM-BDT-COUNT.
000870     MOVE SOM-BUD-RECORD TO SOM-BDT-ENTRY (SOM-BDT-COUNT).
000870
000870 1635-LOAD-ONE-BUDGET-EXIT.
000870     EXIT.
000870
000880******************************************************************
000890* 2000-PROCESS-FILE - ACCUMULATE ONE TRANSACTION RECORD.  A
000890*                    DETAIL LINE IS PRINTED FOR EVERY RECORD,
000929     END-IF.
000929
000935     MOVE "N" TO WS-SIZE-ERROR-SWITCH.
000935     MOVE "N" TO SOM-HELD-SWITCH.
000935     MOVE "N" TO SOM-PRIOR-SWITCH.
000936
000937     PERFORM 2500-VALIDATE-EMPLOYEE
000938         THRU 2500-VALIDATE-EMPLOYEE-EXIT.
000939     PERFORM 2510-VALIDATE-COST-CENTER
000939         THRU 2510-VALIDATE-COST-CENTER-EXIT.
000939
000939     PERFORM 2520-CONVERT-CURRENCY
000939         THRU 2520-CONVERT-CURRENCY-EXIT.
000939
000940     IF SOM-EMP-MATCH-NO
000940         MOVE "KEY NOT ON EMPLOYEE MASTER" TO SOM-REJECT-REASON
000941         PERFORM 2600-WRITE-REJECT
000944             THRU 2600-WRITE-REJECT-EXIT
000944         ADD 1 TO SOM-CC-REJECT-COUNT
000944      ELSE
000945         MOVE SOM-FX-BASE-AMOUNT TO WS-NUM2
000946         IF SOM-REVERSE-YES
000947             COMPUTE WS-NUM2 = 0 - WS-NUM2
000947             COMPUTE SOM-FX-ORIG-AMOUNT = 0 - SOM-FX-ORIG-AMOUNT
000948         END-IF
000948
000948         IF SOM-FX-FAILED-YES
000948             PERFORM 2210-WRITE-FX-EXCEPTION
000948                 THRU 2210-WRITE-FX-EXCEPTION-EXIT
000948         ELSE
000949             PERFORM 2540-CHECK-APPROVAL-LIMIT
000949                 THRU 2540-CHECK-APPROVAL-LIMIT-EXIT
000949         END-IF
000949
000949         IF SOM-FX-FAILED-NO AND SOM-HELD-YES
000949             PERFORM 2220-HOLD-FOR-APPROVAL
000949                 THRU 2220-HOLD-FOR-APPROVAL-EXIT
000949         END-IF
000949
000949         IF SOM-FX-FAILED-NO AND SOM-HELD-NO
000949             PERFORM 2550-CHECK-PRIOR-PERIOD
000949                 THRU 2550-CHECK-PRIOR-PERIOD-EXIT
000949         END-IF
000949
000949         IF SOM-PRIOR-YES
000949             PERFORM 2230-ROUTE-PRIOR-PERIOD
000949                 THRU 2230-ROUTE-PRIOR-PERIOD-EXIT
000949         END-IF
000949
000949         IF SOM-FX-FAILED-NO AND SOM-HELD-NO AND SOM-PRIOR-NO
000950             COMPUTE WS-NUM3 ROUNDED = WS-NUM3 + WS-NUM2
000951                 ON SIZE ERROR
000952                     MOVE "Y" TO WS-SIZE-ERROR-SWITCH
000953             END-COMPUTE
000954
000955             IF WS-SIZE-ERROR-YES
000956                 PERFORM 2200-WRITE-EXCEPTION
000957                     THRU 2200-WRITE-EXCEPTION-EXIT
000958             ELSE
000958                 ADD WS-NUM2 TO SOM-CC-SUBTOTAL
000958             END-IF
000958         END-IF
000958      END-IF
000958     END-IF.
000958     PERFORM 2700-ARCHIVE-TRANSACTION
000958         THRU 2700-ARCHIVE-TRANSACTION-EXIT.
000958
000958     PERFORM 2530-ADD-GROUP-CURRENCY
000958         THRU 2530-ADD-GROUP-CURRENCY-EXIT.
000958
000958     ADD 1 TO SOM-CC-REC-COUNT.
000959
000959     MOVE SPACES          TO SOM-RPT-WORK-LINE.
000959     MOVE SOM-TRAN-KEY    TO SOM-RPT-DET-KEY.
000959     MOVE SOM-FX-BASE-AMOUNT TO SOM-RPT-DET-AMOUNT.
000959     IF NOT SOM-TRAN-BASE-CURRENCY
000959         MOVE SOM-TRAN-CURRENCY  TO SOM-RPT-DET-CURRENCY
000959         MOVE SOM-FX-ORIG-AMOUNT TO SOM-RPT-DET-ORIG-AMOUNT
000959     END-IF.
000959*    A REVERSAL'S DETAIL LINES CARRY THE NEGATED AMOUNTS SO THE
000959*    REPORT STILL FOOTS BACK TO ITS OWN GRAND TOTAL.
000959     IF SOM-REVERSE-YES AND SOM-EMP-MATCH-YES
000959             MOVE "** CC INVALID - NOT POSTED **"
000959                 TO SOM-RPT-DET-FLAG
000959         ELSE
000959             IF SOM-FX-FAILED-YES
000959                 MOVE "** NO FX RATE - NOT POSTED **"
000959                     TO SOM-RPT-DET-FLAG
000959             END-IF
000959             IF WS-SIZE-ERROR-YES
000959                 MOVE "*** EXCEPTION - NOT POSTED ***"
000959                     TO SOM-RPT-DET-FLAG
000959             END-IF
000959             IF SOM-HELD-YES
000959                 MOVE "** HELD FOR APPROVAL **"
000959                     TO SOM-RPT-DET-FLAG
000959             END-IF
000959             IF SOM-PRIOR-YES
000959                 MOVE "** PRIOR PERIOD ADJUSTMENT **"
000959                     TO SOM-RPT-DET-FLAG
000959             END-IF
000959         END-IF
000959     END-IF.
000959     MOVE SOM-RPT-DETAIL  TO SOM-REPORT-LINE.
001157*    WS-NUM2 IS THE AMOUNT ACTUALLY BEING POSTED - NEGATED ON A
001157*    REVERSAL - SO A SUSPENDED EXCEPTION RECYCLES WITH THE SAME
001157*    SIGN THE ARCHIVE AND THE REPORT CARRY.
001157*    A CONVERTED FOREIGN ITEM EXCEPTS IN BASE CURRENCY.
001157     MOVE WS-NUM2           TO SOM-EXC-AMOUNT.
001157     MOVE SOM-TRAN-COST-CENTER TO SOM-EXC-COST-CENTER.
001158     MOVE WS-NUM3           TO SOM-EXC-PRIOR-TOTAL.
001159     MOVE "COMPUTE WS-NUM3 ON SIZE ERROR - TOTAL NOT POSTED"
001160                            TO SOM-EXC-REASON.
001160     MOVE SPACES            TO SOM-EXC-CURRENCY.
001161
001162     WRITE SOM-EXCEPTION-RECORD.
001162     ADD 1 TO SOM-EXC-COUNT.
001163
001164 2200-WRITE-EXCEPTION-EXIT.
001165     EXIT.
001165
001165******************************************************************
001165* 2210-WRITE-FX-EXCEPTION - A FOREIGN ITEM THAT COULD NOT BE
001165*                          CONVERTED IS EXCEPTED IN ITS OWN
001165*                          CURRENCY AND ORIGINAL AMOUNT (NEGATED
001165*                          ON A REVERSAL), SO ONCE A RATE IS
001165*                          KEYED THE SUSPENSE ROLL CAN RECYCLE IT
001165*                          AND A LATER RUN CONVERTS IT
001165******************************************************************
001165 2210-WRITE-FX-EXCEPTION.
001165
001165     MOVE SOM-TRAN-KEY         TO SOM-EXC-KEY.
001165     MOVE SOM-FX-ORIG-AMOUNT   TO SOM-EXC-AMOUNT.
001165     MOVE SOM-TRAN-COST-CENTER TO SOM-EXC-COST-CENTER.
001165     MOVE WS-NUM3              TO SOM-EXC-PRIOR-TOTAL.
001165     MOVE SOM-FX-REASON        TO SOM-EXC-REASON.
001165     MOVE SOM-TRAN-CURRENCY    TO SOM-EXC-CURRENCY.
001165
001165     WRITE SOM-EXCEPTION-RECORD.
001165     ADD 1 TO SOM-EXC-COUNT.
001165     ADD 1 TO SOM-FX-EXC-COUNT.
001165
001165     IF NOT WS-EXC-OK
001165         DISPLAY "SOMANDO: SOMEXC WRITE FAILED, STATUS "
001165             WS-EXC-STATUS
001165     END-IF.
001165
001165 2210-WRITE-FX-EXCEPTION-EXIT.
001165     EXIT.
001165
001165******************************************************************
001165* 2220-HOLD-FOR-APPROVAL - WRITE THE OVER-LIMIT TRANSACTION TO
001165*                         THE SOMPEND PENDING-APPROVAL FILE,
001165*                         AWAITING A SECOND OPERATOR'S DECISION.
001165*                         ITS AMOUNT IS NOT POSTED.  A RESTART
001165*                         THAT MEETS THE KEY ALREADY ON FILE
001165*                         LEAVES THAT RECORD AS IT IS.  A
001165*                         REVERSAL WITHDRAWS THE ORIGINAL RUN'S
001165*                         ITEM WHILE IT IS STILL AWAITING A
001165*                         DECISION; A DECIDED ITEM IS LEFT FOR
001165*                         THE APPROVAL ROLL.
001165******************************************************************
001165 2220-HOLD-FOR-APPROVAL.
001165
001165     ADD 1                  TO SOM-HELD-COUNT.
001165     ADD SOM-FX-BASE-AMOUNT TO SOM-HELD-AMOUNT.
001165
001165     IF SOM-REVERSE-YES
001165         MOVE SOM-ORIG-RUN-DATE TO SOM-PND-RUN-DATE
001165         MOVE SOM-TRAN-KEY      TO SOM-PND-TRAN-KEY
001165         READ PENDING-FILE
001165             KEY IS SOM-PND-KEY
001165             INVALID KEY
001165                 GO TO 2220-HOLD-FOR-APPROVAL-EXIT
001165         END-READ
001165         IF SOM-PND-OK AND SOM-PND-AWAITING
001165             DELETE PENDING-FILE RECORD
001165                 INVALID KEY
001165                     CONTINUE
001165             END-DELETE
001165         END-IF
001165         GO TO 2220-HOLD-FOR-APPROVAL-EXIT
001165     END-IF.
001165
001165     MOVE SOM-RUN-DATE         TO SOM-PND-RUN-DATE.
001165     MOVE SOM-TRAN-KEY         TO SOM-PND-TRAN-KEY.
001165     MOVE SOM-TRAN-AMOUNT      TO SOM-PND-AMOUNT.
001165     MOVE SOM-TRAN-CURRENCY    TO SOM-PND-CURRENCY.
001165     MOVE SOM-FX-BASE-AMOUNT   TO SOM-PND-BASE-AMOUNT.
001165     MOVE SOM-TRAN-COST-CENTER TO SOM-PND-COST-CENTER.
001165     MOVE "P"                  TO SOM-PND-DECISION.
001165     MOVE SPACES               TO SOM-PND-DECIDED-BY.
001165     MOVE ZEROS                TO SOM-PND-DECIDED-DATE.
001165     MOVE ZEROS                TO SOM-PND-DECIDED-TIME.
001165     MOVE SOM-TRAN-EFF-PERIOD  TO SOM-PND-EFF-PERIOD.
001165
001165     WRITE SOM-PND-RECORD
001165         INVALID KEY
001165             CONTINUE
001165     END-WRITE.
001165
001165     IF NOT SOM-PND-OK AND NOT SOM-PND-DUPLICATE
001165         DISPLAY "SOMANDO: SOMPEND WRITE FAILED, STATUS "
001165             SOM-PND-STATUS ", KEY " SOM-TRAN-KEY
001165     END-IF.
001165
001165 2220-HOLD-FOR-APPROVAL-EXIT.
001165     EXIT.
001165
001165******************************************************************
001165* 2230-ROUTE-PRIOR-PERIOD - WRITE A LATE CHARGE FOR A CLOSED
001165*                          PERIOD TO THE SOMPPAF PRIOR-PERIOD
001165*                          ADJUSTMENT FILE, PENDING, FOR SOMPADJ
001165*                          TO APPLY TO THAT PERIOD.  ITS AMOUNT IS
001165*                          NOT POSTED TO THE DAY'S TOTALS.  A
001165*                          RESTART THAT MEETS THE KEY ALREADY ON
001165*                          FILE LEAVES THAT RECORD AS IT IS.  A
001165*                          REVERSAL WITHDRAWS THE ORIGINAL RUN'S
001165*                          ITEM WHILE IT IS STILL PENDING; ONE
001165*                          ALREADY APPLIED IS BACKED OUT BY A
001165*                          NEGATING ITEM FILED UNDER THIS RUN.
001165******************************************************************
001165 2230-ROUTE-PRIOR-PERIOD.
001165
001165     ADD 1       TO SOM-PRIOR-COUNT.
001165     ADD WS-NUM2 TO SOM-PRIOR-AMOUNT.
001165
001165     IF SOM-REVERSE-YES
001165         MOVE SOM-ORIG-RUN-DATE TO SOM-PPA-RUN-DATE
001165         MOVE SOM-TRAN-KEY      TO SOM-PPA-TRAN-KEY
001165         READ PPADJ-FILE
001165             KEY IS SOM-PPA-KEY
001165             INVALID KEY
001165                 DISPLAY "SOMANDO: REVERSED KEY " SOM-TRAN-KEY
001165                     " NOT ON SOMPPAF - NOTHING TO WITHDRAW"
001165                 GO TO 2230-ROUTE-PRIOR-PERIOD-EXIT
001165         END-READ
001165         IF SOM-PPA-OK AND SOM-PPA-PENDING
001165             DELETE PPADJ-FILE RECORD
001165                 INVALID KEY
001165                     CONTINUE
001165             END-DELETE
001165             GO TO 2230-ROUTE-PRIOR-PERIOD-EXIT
001165         END-IF
001165     END-IF.
001165
001165     MOVE SOM-RUN-DATE         TO SOM-PPA-RUN-DATE.
001165     MOVE SOM-TRAN-KEY         TO SOM-PPA-TRAN-KEY.
001165     MOVE SOM-PRIOR-EFF-PERIOD TO SOM-PPA-EFF-PERIOD.
001165     MOVE SOM-TRAN-COST-CENTER TO SOM-PPA-COST-CENTER.
001165     MOVE WS-NUM2              TO SOM-PPA-AMOUNT.
001165     MOVE SOM-TRAN-CURRENCY    TO SOM-PPA-CURRENCY.
001165     MOVE SOM-FX-ORIG-AMOUNT   TO SOM-PPA-ORIG-AMOUNT.
001165     MOVE "P"                  TO SOM-PPA-STATE.
001165     MOVE ZEROS                TO SOM-PPA-ADJ-NUMBER.
001165     MOVE ZEROS                TO SOM-PPA-APPLIED-DATE.
001165
001165     IF SOM-REVERSE-YES
001165         MOVE "Y" TO SOM-PPA-REVERSAL
001165     ELSE
001165         MOVE "N" TO SOM-PPA-REVERSAL
001165     END-IF.
001165
001165     WRITE SOM-PPA-RECORD
001165         INVALID KEY
001165             CONTINUE
001165     END-WRITE.
001165
001165     IF SOM-PPA-DUPLICATE AND SOM-REVERSE-YES
001165         DISPLAY "SOMANDO: SOMPPAF ALREADY HOLDS KEY "
001165             SOM-TRAN-KEY " FOR " SOM-RUN-DATE
001165             " - NEGATING ITEM NOT FILED"
001165     END-IF.
001165
001165     IF NOT SOM-PPA-OK AND NOT SOM-PPA-DUPLICATE
001165         DISPLAY "SOMANDO: SOMPPAF WRITE FAILED, STATUS "
001165             SOM-PPA-STATUS ", KEY " SOM-TRAN-KEY
001165     END-IF.
001165
001165 2230-ROUTE-PRIOR-PERIOD-EXIT.
001165     EXIT.
001166
001167******************************************************************
001168* 2300-WRITE-CHECKPOINT - SNAPSHOT THE LAST KEY PROCESSED AND THE
001183             SOM-RPT-STATUS
001183     END-IF.
001183
001183     PERFORM 2410-SAVE-CC-CURRENCY
001183         THRU 2410-SAVE-CC-CURRENCY-EXIT
001183         VARYING SOM-GRP-IX FROM 1 BY 1
001183         UNTIL SOM-GRP-IX > SOM-GRP-CCY-COUNT.
001183
001183     MOVE ZERO TO SOM-CC-SUBTOTAL.
001183     MOVE ZERO TO SOM-CC-REC-COUNT.
001183     MOVE ZERO TO SOM-GRP-CCY-COUNT.
001183
001183 2400-COST-CENTER-BREAK-EXIT.
001183     EXIT.
001183
001183******************************************************************
001183* 2410-SAVE-CC-CURRENCY - SAVE ONE CURRENCY'S TOTALS FOR THE COST
001183*                        CENTER JUST COMPLETED IN THE EXTRACT
001183*                        TABLE
001183******************************************************************
001183 2410-SAVE-CC-CURRENCY.
001183
001183     IF SOM-CC-ENTRY-COUNT < 99
001183         ADD 1 TO SOM-CC-ENTRY-COUNT
001183         MOVE SOM-PREV-COST-CENTER
001183             TO SOM-CC-CODE (SOM-CC-ENTRY-COUNT)
001183         MOVE SOM-GRP-CCY-CODE (SOM-GRP-IX)
001183             TO SOM-CC-CURRENCY (SOM-CC-ENTRY-COUNT)
001183         MOVE SOM-GRP-CCY-AMOUNT (SOM-GRP-IX)
001183             TO SOM-CC-AMOUNT (SOM-CC-ENTRY-COUNT)
001183         MOVE SOM-GRP-CCY-ORIG (SOM-GRP-IX)
001183             TO SOM-CC-ORIG-AMOUNT (SOM-CC-ENTRY-COUNT)
001183         MOVE SOM-GRP-CCY-RECS (SOM-GRP-IX)
001183             TO SOM-CC-RECS (SOM-CC-ENTRY-COUNT)
001183     ELSE
001183         DISPLAY "SOMANDO: COST-CENTER TABLE FULL, "
001183             SOM-PREV-COST-CENTER " "
001183             SOM-GRP-CCY-CODE (SOM-GRP-IX) " NOT EXTRACTED"
001183     END-IF.
001183
001183 2410-SAVE-CC-CURRENCY-EXIT.
001183     EXIT.
001183
001183******************************************************************
001183
001183     MOVE SOM-PREV-COST-CENTER TO SOM-CCM-CODE.
001183
001183     PERFORM 2515-FIND-COST-CENTER
001183         THRU 2515-FIND-COST-CENTER-EXIT.
001183
001183     IF SOM-TBL-FOUND-YES
001183        AND SOM-CCM-PTD-PERIOD = SOM-RUN-PERIOD
001183         ADD SOM-CCM-PTD-AMOUNT TO SOM-CC-EFFECTIVE-SPEND
001183     END-IF.
001183     MOVE SOM-PREV-COST-CENTER TO SOM-BUD-COST-CENTER.
001183     MOVE SOM-RUN-PERIOD       TO SOM-BUD-PERIOD.
001183
001183     PERFORM 2455-FIND-BUDGET
001183         THRU 2455-FIND-BUDGET-EXIT.
001183
001183     IF SOM-TBL-FOUND-YES
001183        AND SOM-CC-EFFECTIVE-SPEND > SOM-BUD-AMOUNT
001183         MOVE "* OVER BUDGET *" TO SOM-RPT-SUB-FLAG
001183         MOVE "Y" TO SOM-BUDGET-WARN-SWITCH
001183         DISPLAY "SOMANDO: COST CENTER " SOM-PREV-COST-CENTER
001183             " OVER BUDGET FOR PERIOD " SOM-RUN-PERIOD
001183         MOVE SOM-RUN-PERIOD         TO SOM-ALR-BUD-PERIOD
001183         MOVE SOM-CC-EFFECTIVE-SPEND TO SOM-ALR-BUD-SPEND
001183         MOVE 2                      TO SOM-ALR-SEVERITY
001183         MOVE "BUDOVR"               TO SOM-ALR-CODE
001183         MOVE SOM-PREV-COST-CENTER   TO SOM-ALR-KEY
001183         MOVE SOM-ALR-BUDGET-MSG     TO SOM-ALR-MESSAGE
001183         PERFORM 3400-WRITE-ALERT
001183             THRU 3400-WRITE-ALERT-EXIT
001183     END-IF.
001183
001183 2450-POST-CC-PERIOD-SPEND-EXIT.
001183     EXIT.
001183
001183******************************************************************
001183* 2455-FIND-BUDGET - LOOK UP THE SOMBUDG ROW FOR SOM-BUD-KEY (THE
001183*                   COST CENTER AND THE RUN PERIOD) INTO SOM-BUD-
001183*                   RECORD: FROM THE TABLE ON A TABLED RUN, BY
001183*                   KEY OTHERWISE OR PAST THE LAST ROW A PARTIAL
001183*                   TABLE HOLDS.  SOM-TBL-FOUND-SWITCH SAYS
001183*                   WHETHER IT IS ON FILE.
001183******************************************************************
001183 2455-FIND-BUDGET.
001183
001183     MOVE "N" TO SOM-TBL-FOUND-SWITCH.
001183
001183     IF SOM-TABLED-NO
001183         GO TO 2455-FIND-BUDGET-READ
001183     END-IF.
001183
001183     MOVE 0 TO SOM-TBL-HIT.
001183     MOVE 1 TO SOM-TBL-LO.
001183     MOVE SOM-BDT-COUNT TO SOM-TBL-HI.
001183
001183     PERFORM 2456-PROBE-BUDGET
001183         THRU 2456-PROBE-BUDGET-EXIT
001183         UNTIL SOM-TBL-HIT > 0 OR SOM-TBL-LO > SOM-TBL-HI.
001183
001183     IF SOM-TBL-HIT > 0
001183         MOVE SOM-BDT-ENTRY (SOM-TBL-HIT) TO SOM-BUD-RECORD
001183         MOVE "Y" TO SOM-TBL-FOUND-SWITCH
001183         GO TO 2455-FIND-BUDGET-EXIT
001183     END-IF.
001183
001183     IF SOM-BDT-PARTIAL-NO
001183         GO TO 2455-FIND-BUDGET-EXIT
001183     END-IF.
001183
001183     IF SOM-BDT-COUNT > 0
001183         IF SOM-BUD-COST-CENTER
001183                NOT > SOM-BDT-COST-CENTER (SOM-BDT-COUNT)
001183             GO TO 2455-FIND-BUDGET-EXIT
001183         END-IF
001183     END-IF.
001183
001183 2455-FIND-BUDGET-READ.
001183
001183     READ BUDGET-FILE
001183         KEY IS SOM-BUD-KEY
001183         INVALID KEY
001183             GO TO 2455-FIND-BUDGET-EXIT
001183     END-READ.
001183
001183     IF SOM-BUD-OK
001183         MOVE "Y" TO SOM-TBL-FOUND-SWITCH
001183     END-IF.
001183
001183 2455-FIND-BUDGET-EXIT.
001183     EXIT.
001183
001183******************************************************************
001183* 2456-PROBE-BUDGET - HALVE THE BUDGET TABLE SEARCH RANGE ONCE
001183******************************************************************
001183 2456-PROBE-BUDGET.
001183
001183     COMPUTE SOM-TBL-MID = (SOM-TBL-LO + SOM-TBL-HI) / 2.
001183
001183     IF SOM-BDT-COST-CENTER (SOM-TBL-MID) = SOM-BUD-COST-CENTER
001183         MOVE SOM-TBL-MID TO SOM-TBL-HIT
001183     ELSE
001183         IF SOM-BDT-COST-CENTER (SOM-TBL-MID)
001183                < SOM-BUD-COST-CENTER
001183             COMPUTE SOM-TBL-LO = SOM-TBL-MID + 1
001183         ELSE
001183             COMPUTE SOM-TBL-HI = SOM-TBL-MID - 1
001183         END-IF
001183     END-IF.
001183
001183 2456-PROBE-BUDGET-EXIT.
001183     EXIT.
001183
001183******************************************************************
001183* 2500-VALIDATE-EMPLOYEE - VERIFY THE TRANSACTION KEY AGAINST
001183*                         THE EMPLOYEE MASTER BEFORE POSTING
001183******************************************************************
001183 2500-VALIDATE-EMPLOYEE.
001183
001183     MOVE "N" TO SOM-EMP-MATCH-SWITCH.
001183     MOVE SOM-TRAN-KEY TO EMP-ID.
001183
001183     PERFORM 2505-FIND-EMPLOYEE
001183         THRU 2505-FIND-EMPLOYEE-EXIT.
001183
001183     IF SOM-TBL-FOUND-YES
001183         MOVE "Y" TO SOM-EMP-MATCH-SWITCH
001183     END-IF.
001183
001183 2500-VALIDATE-EMPLOYEE-EXIT.
001183     EXIT.
001183
001183******************************************************************
001183* 2505-FIND-EMPLOYEE - LOOK UP EMP-ID: IN THE TABLE ON A TABLED
001183*                     RUN (SETTING EMP-PERIOD FROM IT), BY
001183*                     KEY OTHERWISE OR PAST THE LAST EMPLOYEE A
001183*                     PARTIAL TABLE HOLDS.  SOM-TBL-FOUND-SWITCH
001183*                     SAYS WHETHER THE EMPLOYEE IS ON EMPMAST.
001183******************************************************************
001183 2505-FIND-EMPLOYEE.
001183
001183     MOVE "N" TO SOM-TBL-FOUND-SWITCH.
001183
001183     IF SOM-TABLED-NO
001183         GO TO 2505-FIND-EMPLOYEE-READ
001183     END-IF.
001183
001183     MOVE 0 TO SOM-TBL-HIT.
001183     MOVE 1 TO SOM-TBL-LO.
001183     MOVE SOM-EMT-COUNT TO SOM-TBL-HI.
001183
001183     PERFORM 2506-PROBE-EMPLOYEE
001183         THRU 2506-PROBE-EMPLOYEE-EXIT
001183         UNTIL SOM-TBL-HIT > 0 OR SOM-TBL-LO > SOM-TBL-HI.
001183
001183     IF SOM-TBL-HIT > 0
001183         MOVE SOM-EMT-PERIOD (SOM-TBL-HIT) TO EMP-PERIOD
001183         MOVE "Y" TO SOM-TBL-FOUND-SWITCH
001183         GO TO 2505-FIND-EMPLOYEE-EXIT
001183     END-IF.
001183
001183     IF SOM-EMT-PARTIAL-NO
001183         GO TO 2505-FIND-EMPLOYEE-EXIT
001183     END-IF.
001183
001183     IF SOM-EMT-COUNT > 0
001183         IF EMP-ID NOT > SOM-EMT-ID (SOM-EMT-COUNT)
001183             GO TO 2505-FIND-EMPLOYEE-EXIT
001183         END-IF
001183     END-IF.
001183
001183 2505-FIND-EMPLOYEE-READ.
001183
001183     READ EMPLOYEE-FILE
001183         KEY IS EMP-ID
001183         INVALID KEY
001183             GO TO 2505-FIND-EMPLOYEE-EXIT
001183     END-READ.
001183
001183     IF SOM-EMP-OK
001183         MOVE "Y" TO SOM-TBL-FOUND-SWITCH
001183     END-IF.
001183
001183 2505-FIND-EMPLOYEE-EXIT.
001183     EXIT.
001183
001183******************************************************************
001183* 2506-PROBE-EMPLOYEE - HALVE THE EMPLOYEE TABLE SEARCH RANGE ONCE
001183******************************************************************
001183 2506-PROBE-EMPLOYEE.
001183
001183     COMPUTE SOM-TBL-MID = (SOM-TBL-LO + SOM-TBL-HI) / 2.
001183
001183     IF SOM-EMT-ID (SOM-TBL-MID) = EMP-ID
001183         MOVE SOM-TBL-MID TO SOM-TBL-HIT
001183     ELSE
001183         IF SOM-EMT-ID (SOM-TBL-MID) < EMP-ID
001183             COMPUTE SOM-TBL-LO = SOM-TBL-MID + 1
001183         ELSE
001183             COMPUTE SOM-TBL-HI = SOM-TBL-MID - 1
001183         END-IF
001183     END-IF.
001183
001183 2506-PROBE-EMPLOYEE-EXIT.
001183     EXIT.
001183
001183******************************************************************
001183* 2510-VALIDATE-COST-CENTER - VERIFY THE TRANSACTION'S COST
001183*                            CENTER AGAINST THE COST-CENTER
001183*                            MASTER BEFORE POSTING.  A CODE NOT
001183*                            ON THE MASTER OR MARKED CLOSED
001183*                            FAILS; THE MASTER'S DESCRIPTION IS
001183*                            SAVED FOR THE SUBTOTAL LINE.
001183******************************************************************
001183 2510-VALIDATE-COST-CENTER.
001183
001183     MOVE "N" TO SOM-CC-MATCH-SWITCH.
001183     MOVE SOM-TRAN-COST-CENTER TO SOM-CCM-CODE.
001183
001183     PERFORM 2515-FIND-COST-CENTER
001183         THRU 2515-FIND-COST-CENTER-EXIT.
001183
001183     IF SOM-TBL-FOUND-NO
001183         MOVE "** UNKNOWN **" TO SOM-PREV-CC-DESC
001183         GO TO 2510-VALIDATE-COST-CENTER-EXIT
001183     END-IF.
001183     EXIT.
001183
001183******************************************************************
001183* 2515-FIND-COST-CENTER - LOOK UP SOM-CCM-CODE INTO SOM-CCM-
001183*                        RECORD: FROM THE TABLE ON A TABLED
001183*                        RUN, BY KEY OTHERWISE OR PAST THE LAST
001183*                        CENTER A PARTIAL TABLE HOLDS.  SOM-TBL-
001183*                        FOUND-SWITCH SAYS WHETHER THE CENTER IS
001183*                        ON SOMCCM.
001183******************************************************************
001183 2515-FIND-COST-CENTER.
001183
001183     MOVE "N" TO SOM-TBL-FOUND-SWITCH.
001183
001183     IF SOM-TABLED-NO
001183         GO TO 2515-FIND-COST-CENTER-READ
001183     END-IF.
001183
001183     MOVE 0 TO SOM-TBL-HIT.
001183     MOVE 1 TO SOM-TBL-LO.
001183     MOVE SOM-CCT-COUNT TO SOM-TBL-HI.
001183
001183     PERFORM 2516-PROBE-COST-CENTER
001183         THRU 2516-PROBE-COST-CENTER-EXIT
001183         UNTIL SOM-TBL-HIT > 0 OR SOM-TBL-LO > SOM-TBL-HI.
001183
001183     IF SOM-TBL-HIT > 0
001183         MOVE SOM-CCT-ENTRY (SOM-TBL-HIT) TO SOM-CCM-RECORD
001183         MOVE "Y" TO SOM-TBL-FOUND-SWITCH
001183         GO TO 2515-FIND-COST-CENTER-EXIT
001183     END-IF.
001183
001183     IF SOM-CCT-PARTIAL-NO
001183         GO TO 2515-FIND-COST-CENTER-EXIT
001183     END-IF.
001183
001183     IF SOM-CCT-COUNT > 0
001183         IF SOM-CCM-CODE NOT > SOM-CCT-CODE (SOM-CCT-COUNT)
001183             GO TO 2515-FIND-COST-CENTER-EXIT
001183         END-IF
001183     END-IF.
001183
001183 2515-FIND-COST-CENTER-READ.
001183
001183     READ COSTCTR-FILE
001183         KEY IS SOM-CCM-CODE
001183         INVALID KEY
001183             GO TO 2515-FIND-COST-CENTER-EXIT
001183     END-READ.
001183
001183     IF SOM-CCM-OK
001183         MOVE "Y" TO SOM-TBL-FOUND-SWITCH
001183     END-IF.
001183
001183 2515-FIND-COST-CENTER-EXIT.
001183     EXIT.
001183
001183******************************************************************
001183* 2516-PROBE-COST-CENTER - HALVE THE COST-CENTER TABLE SEARCH
001183*                         RANGE ONCE
001183******************************************************************
001183 2516-PROBE-COST-CENTER.
001183
001183     COMPUTE SOM-TBL-MID = (SOM-TBL-LO + SOM-TBL-HI) / 2.
001183
001183     IF SOM-CCT-CODE (SOM-TBL-MID) = SOM-CCM-CODE
001183         MOVE SOM-TBL-MID TO SOM-TBL-HIT
001183     ELSE
001183         IF SOM-CCT-CODE (SOM-TBL-MID) < SOM-CCM-CODE
001183             COMPUTE SOM-TBL-LO = SOM-TBL-MID + 1
001183         ELSE
001183             COMPUTE SOM-TBL-HI = SOM-TBL-MID - 1
001183         END-IF
001183     END-IF.
001183
001183 2516-PROBE-COST-CENTER-EXIT.
001183     EXIT.
001183
001183******************************************************************
001183* 2520-CONVERT-CURRENCY - WORK OUT THE BASE-CURRENCY AMOUNT OF
001183*                        THE TRANSACTION.  A BASE-CURRENCY ITEM
001183*                        IS TAKEN AS IT STANDS; A FOREIGN ONE IS
001183*                        MULTIPLIED BY THE SOMFXR RATE FOR ITS
001183*                        CURRENCY ON THE RUN DATE (ON A REVERSAL,
001183*                        THE ORIGINAL RUN'S DATE, SO THE BACKOUT
001183*                        USES THE RATE THE ORIGINAL POSTED AT).
001183*                        NO RATE, OR A RESULT TOO BIG FOR THE
001183*                        AMOUNT FIELD, LEAVES A ZERO BASE AMOUNT
001183*                        AND SETS SOM-FX-FAILED-SWITCH.
001183******************************************************************
001183 2520-CONVERT-CURRENCY.
001183
001183     MOVE "N"             TO SOM-FX-FAILED-SWITCH.
001183     MOVE SPACES          TO SOM-FX-REASON.
001183     MOVE SOM-TRAN-AMOUNT TO SOM-FX-ORIG-AMOUNT.
001183
001183     IF SOM-TRAN-BASE-CURRENCY
001183         MOVE SOM-TRAN-AMOUNT TO SOM-FX-BASE-AMOUNT
001183         GO TO 2520-CONVERT-CURRENCY-EXIT
001183     END-IF.
001183
001183     MOVE ZERO TO SOM-FX-BASE-AMOUNT.
001183
001183     IF SOM-REVERSE-YES
001183         MOVE SOM-ORIG-RUN-DATE TO SOM-FX-RATE-DATE
001183     ELSE
001183         MOVE SOM-RUN-DATE      TO SOM-FX-RATE-DATE
001183     END-IF.
001183
001183     STRING "NO EXCHANGE RATE FOR " DELIMITED BY SIZE
001183            SOM-TRAN-CURRENCY      DELIMITED BY SIZE
001183            " ON "                 DELIMITED BY SIZE
001183            SOM-FX-RATE-DATE       DELIMITED BY SIZE
001183         INTO SOM-FX-REASON
001183     END-STRING.
001183
001183     IF SOM-FXR-PRESENT-NO
001183         MOVE "Y" TO SOM-FX-FAILED-SWITCH
001183         GO TO 2520-CONVERT-CURRENCY-EXIT
001183     END-IF.
001183
001183     MOVE SOM-TRAN-CURRENCY TO SOM-FXR-CURRENCY.
001183     MOVE SOM-FX-RATE-DATE  TO SOM-FXR-RATE-DATE.
001183
001183     PERFORM 2525-FIND-RATE
001183         THRU 2525-FIND-RATE-EXIT.
001183
001183     IF SOM-TBL-FOUND-NO
001183         MOVE "Y" TO SOM-FX-FAILED-SWITCH
001183         GO TO 2520-CONVERT-CURRENCY-EXIT
001183     END-IF.
001183
001183     MOVE SPACES TO SOM-FX-REASON.
001183
001183     COMPUTE SOM-FX-BASE-AMOUNT ROUNDED =
001183         SOM-TRAN-AMOUNT * SOM-FXR-RATE
001183         ON SIZE ERROR
001183             MOVE ZERO TO SOM-FX-BASE-AMOUNT
001183             MOVE "Y"  TO SOM-FX-FAILED-SWITCH
001183             MOVE "CONVERTED AMOUNT TOO LARGE - NOT POSTED"
001183                 TO SOM-FX-REASON
001183     END-COMPUTE.
001183
001183 2520-CONVERT-CURRENCY-EXIT.
001183     EXIT.
001183
001183******************************************************************
001183* 2525-FIND-RATE - LOOK UP THE SOMFXR RATE FOR SOM-FXR-KEY.  ON A
001183*                 TABLED RUN EACH CURRENCY IS READ ONCE AND THE
001183*                 OUTCOME KEPT - THE RATE DATE IS THE SAME FOR
001183*                 EVERY ITEM IN A RUN.  SOM-TBL-FOUND-SWITCH SAYS
001183*                 WHETHER A RATE IS ON FILE (IN SOM-FXR-RATE).
001183******************************************************************
001183 2525-FIND-RATE.
001183
001183     MOVE "N" TO SOM-TBL-FOUND-SWITCH.
001183
001183     IF SOM-TABLED-NO
001183         GO TO 2525-FIND-RATE-READ
001183     END-IF.
001183
001183     MOVE 0 TO SOM-FXC-HIT.
001183
001183     PERFORM 2526-MATCH-RATE
001183         THRU 2526-MATCH-RATE-EXIT
001183         VARYING SOM-FXC-IX FROM 1 BY 1
001183         UNTIL SOM-FXC-IX > SOM-FXC-COUNT
001183            OR SOM-FXC-HIT > 0.
001183
001183     IF SOM-FXC-HIT > 0
001183         IF SOM-FXC-FOUND-YES (SOM-FXC-HIT)
001183             MOVE SOM-FXC-RATE (SOM-FXC-HIT) TO SOM-FXR-RATE
001183             MOVE "Y" TO SOM-TBL-FOUND-SWITCH
001183         END-IF
001183         GO TO 2525-FIND-RATE-EXIT
001183     END-IF.
001183
001183 2525-FIND-RATE-READ.
001183
001183     READ RATE-FILE
001183         KEY IS SOM-FXR-KEY
001183         INVALID KEY
001183             CONTINUE
001183     END-READ.
001183
001183     IF SOM-FXR-OK
001183         MOVE "Y" TO SOM-TBL-FOUND-SWITCH
001183     END-IF.
001183
001183     IF SOM-TABLED-YES
001183        AND SOM-FXC-COUNT < 50
001183         ADD 1 TO SOM-FXC-COUNT
001183         MOVE SOM-TRAN-CURRENCY
001183             TO SOM-FXC-CURRENCY (SOM-FXC-COUNT)
001183         MOVE SOM-TBL-FOUND-SWITCH
001183             TO SOM-FXC-FOUND (SOM-FXC-COUNT)
001183         MOVE ZERO TO SOM-FXC-RATE (SOM-FXC-COUNT)
001183         IF SOM-TBL-FOUND-YES
001183             MOVE SOM-FXR-RATE TO SOM-FXC-RATE (SOM-FXC-COUNT)
001183         END-IF
001183     END-IF.
001183
001183 2525-FIND-RATE-EXIT.
001183     EXIT.
001183
001183******************************************************************
001183* 2526-MATCH-RATE - REMEMBER THE ENTRY ALREADY HOLDING THE
001183*                  TRANSACTION'S CURRENCY
001183******************************************************************
001183 2526-MATCH-RATE.
001183
001183     IF SOM-FXC-CURRENCY (SOM-FXC-IX) = SOM-TRAN-CURRENCY
001183         MOVE SOM-FXC-IX TO SOM-FXC-HIT
001183     END-IF.
001183
001183 2526-MATCH-RATE-EXIT.
001183     EXIT.
001183
001183******************************************************************
001183* 2530-ADD-GROUP-CURRENCY - COUNT THE TRANSACTION UNDER ITS
001183*                          CURRENCY IN THE COST-CENTER GROUP IN
001183*                          PROGRESS, AND ADD ITS BASE AND
001183*                          ORIGINAL AMOUNTS WHEN IT POSTED
001183******************************************************************
001183 2530-ADD-GROUP-CURRENCY.
001183
001183     MOVE "N" TO SOM-GRP-FOUND-SWITCH.
001183     MOVE 0   TO SOM-GRP-HIT-IX.
001183
001183     PERFORM 2535-FIND-GROUP-CURRENCY
001183         THRU 2535-FIND-GROUP-CURRENCY-EXIT
001183         VARYING SOM-GRP-IX FROM 1 BY 1
001183         UNTIL SOM-GRP-IX > SOM-GRP-CCY-COUNT
001183            OR SOM-GRP-FOUND-YES.
001183
001183     IF SOM-GRP-FOUND-NO
001183         IF SOM-GRP-CCY-COUNT < 10
001183             ADD 1 TO SOM-GRP-CCY-COUNT
001183             MOVE SOM-GRP-CCY-COUNT TO SOM-GRP-HIT-IX
001183             MOVE SOM-TRAN-CURRENCY
001183                 TO SOM-GRP-CCY-CODE (SOM-GRP-HIT-IX)
001183             MOVE ZERO TO SOM-GRP-CCY-AMOUNT (SOM-GRP-HIT-IX)
001183             MOVE ZERO TO SOM-GRP-CCY-ORIG (SOM-GRP-HIT-IX)
001183             MOVE 0    TO SOM-GRP-CCY-RECS (SOM-GRP-HIT-IX)
001183         ELSE
001183             DISPLAY "SOMANDO: CURRENCY TABLE FULL, KEY "
001183                 SOM-TRAN-KEY " NOT EXTRACTED"
001183             GO TO 2530-ADD-GROUP-CURRENCY-EXIT
001183         END-IF
001183     END-IF.
001183
001183     ADD 1 TO SOM-GRP-CCY-RECS (SOM-GRP-HIT-IX).
001183
001183     IF SOM-EMP-MATCH-YES AND SOM-CC-MATCH-YES
001183        AND SOM-FX-FAILED-NO AND WS-SIZE-ERROR-NO
001183        AND SOM-HELD-NO AND SOM-PRIOR-NO
001183         ADD WS-NUM2
001183             TO SOM-GRP-CCY-AMOUNT (SOM-GRP-HIT-IX)
001183         ADD SOM-FX-ORIG-AMOUNT
001183             TO SOM-GRP-CCY-ORIG (SOM-GRP-HIT-IX)
001183     END-IF.
001183
001183 2530-ADD-GROUP-CURRENCY-EXIT.
001183     EXIT.
001183
001183******************************************************************
001183* 2535-FIND-GROUP-CURRENCY - REMEMBER THE GROUP ENTRY ALREADY
001183*                           HOLDING THE TRANSACTION'S CURRENCY
001183******************************************************************
001183 2535-FIND-GROUP-CURRENCY.
001183
001183     IF SOM-GRP-CCY-CODE (SOM-GRP-IX) = SOM-TRAN-CURRENCY
001183         MOVE "Y"        TO SOM-GRP-FOUND-SWITCH
001183         MOVE SOM-GRP-IX TO SOM-GRP-HIT-IX
001183     END-IF.
001183
001183 2535-FIND-GROUP-CURRENCY-EXIT.
001183     EXIT.
001183
001183******************************************************************
001183* 2540-CHECK-APPROVAL-LIMIT - DECIDE WHETHER A VALID, CONVERTED
001183*                            TRANSACTION MUST WAIT FOR DUAL-
001183*                            CONTROL APPROVAL: ITS BASE AMOUNT,
001183*                            EITHER SIGN, EXCEEDS THE LIMIT AND
001183*                            IT HAS NOT ALREADY BEEN APPROVED.
001183*                            A REVERSAL HOLDS BACK EXACTLY WHAT
001183*                            THE ORIGINAL RUN HELD, FROM THAT
001183*                            RUN'S ARCHIVE DISPOSITION, SO A
001183*                            LIMIT CHANGED SINCE CANNOT UNBALANCE
001183*                            THE BACKOUT.
001183******************************************************************
001183 2540-CHECK-APPROVAL-LIMIT.
001183
001183     MOVE "N" TO SOM-HELD-SWITCH.
001183
001183     IF SOM-TRAN-APPROVED-YES
001183         GO TO 2540-CHECK-APPROVAL-LIMIT-EXIT
001183     END-IF.
001183
001183     IF SOM-REVERSE-YES
001183         MOVE SOM-ORIG-RUN-DATE TO SOM-HIS-RUN-DATE
001183         MOVE SOM-TRAN-KEY      TO SOM-HIS-TRAN-KEY
001183         MOVE ZEROS             TO SOM-HIS-SEQ
001183         READ TRANHIST-FILE
001183             KEY IS SOM-HIS-KEY
001183             INVALID KEY
001183                 GO TO 2540-CHECK-APPROVAL-LIMIT-EXIT
001183         END-READ
001183         IF SOM-HIS-OK AND SOM-HIS-HELD-APPROVAL
001183             MOVE "Y" TO SOM-HELD-SWITCH
001183         END-IF
001183         IF SOM-HIS-OK AND SOM-HIS-RECLASSED-AMOUNT NOT = 0
001183             DISPLAY "SOMANDO: REVERSED KEY " SOM-TRAN-KEY
001183                 " WAS PARTLY RECLASSED - RECLASS NOT BACKED"
001183                 " OUT"
001183         END-IF
001183         GO TO 2540-CHECK-APPROVAL-LIMIT-EXIT
001183     END-IF.
001183
001183     IF SOM-APPR-LIMIT = 0
001183         GO TO 2540-CHECK-APPROVAL-LIMIT-EXIT
001183     END-IF.
001183
001183     MOVE SOM-FX-BASE-AMOUNT TO SOM-APPR-ABS-AMOUNT.
001183
001183     IF SOM-APPR-ABS-AMOUNT < 0
001183         COMPUTE SOM-APPR-ABS-AMOUNT = 0 - SOM-APPR-ABS-AMOUNT
001183     END-IF.
001183
001183     IF SOM-APPR-ABS-AMOUNT > SOM-APPR-LIMIT
001183         MOVE "Y" TO SOM-HELD-SWITCH
001183     END-IF.
001183
001183 2540-CHECK-APPROVAL-LIMIT-EXIT.
001183     EXIT.
001183
001183******************************************************************
001183* 2550-CHECK-PRIOR-PERIOD - DECIDE WHETHER A VALID, CONVERTED
001183*                          TRANSACTION THAT IS NOT HELD BELONGS TO
001183*                          A PERIOD SOMMEND HAS ALREADY CLOSED: IT
001183*                          NAMES AN EFFECTIVE PERIOD BEFORE THE
001183*                          RUN PERIOD, AND NOT AFTER THE LAST ONE
001183*                          CLOSED.  A REVERSAL ROUTES EXACTLY WHAT
001183*                          THE ORIGINAL RUN ROUTED, FROM THAT
001183*                          RUN'S ARCHIVE DISPOSITION, SO A CLOSE
001183*                          TAKEN SINCE CANNOT UNBALANCE THE
001183*                          BACKOUT.
001183******************************************************************
001183 2550-CHECK-PRIOR-PERIOD.
001183
001183     MOVE "N"   TO SOM-PRIOR-SWITCH.
001183     MOVE ZEROS TO SOM-PRIOR-EFF-PERIOD.
001183
001183     IF SOM-REVERSE-YES
001183         MOVE SOM-ORIG-RUN-DATE TO SOM-HIS-RUN-DATE
001183         MOVE SOM-TRAN-KEY      TO SOM-HIS-TRAN-KEY
001183         MOVE ZEROS             TO SOM-HIS-SEQ
001183         READ TRANHIST-FILE
001183             KEY IS SOM-HIS-KEY
001183             INVALID KEY
001183                 GO TO 2550-CHECK-PRIOR-PERIOD-EXIT
001183         END-READ
001183         IF SOM-HIS-OK AND SOM-HIS-PRIOR-PERIOD
001183             MOVE "Y"                TO SOM-PRIOR-SWITCH
001183             MOVE SOM-HIS-EFF-PERIOD TO SOM-PRIOR-EFF-PERIOD
001183         END-IF
001183         GO TO 2550-CHECK-PRIOR-PERIOD-EXIT
001183     END-IF.
001183
001183     IF SOM-TRAN-EFF-CURRENT
001183         GO TO 2550-CHECK-PRIOR-PERIOD-EXIT
001183     END-IF.
001183
001183     IF SOM-TRAN-EFF-PERIOD NOT NUMERIC
001183         GO TO 2550-CHECK-PRIOR-PERIOD-EXIT
001183     END-IF.
001183
001183     IF SOM-TRAN-EFF-PERIOD-N < SOM-RUN-PERIOD
001183        AND SOM-TRAN-EFF-PERIOD-N NOT > SOM-LAST-CLOSED-PERIOD
001183         MOVE "Y"                   TO SOM-PRIOR-SWITCH
001183         MOVE SOM-TRAN-EFF-PERIOD-N TO SOM-PRIOR-EFF-PERIOD
001183     END-IF.
001183
001183 2550-CHECK-PRIOR-PERIOD-EXIT.
001183     EXIT.
001183
001183******************************************************************
001183* 2600-WRITE-REJECT - WRITE THE UNPOSTABLE TRANSACTION TO THE
001183*                    REJECTS FILE WITH THE REASON THE CALLER
001183*                    SUPPLIED; ITS AMOUNT IS NOT POSTED
001183     MOVE SOM-TRAN-AMOUNT      TO SOM-REJ-AMOUNT.
001183     MOVE SOM-TRAN-COST-CENTER TO SOM-REJ-COST-CENTER.
001183     MOVE SOM-REJECT-REASON    TO SOM-REJ-REASON.
001183     MOVE SOM-TRAN-CURRENCY    TO SOM-REJ-CURRENCY.
001183
001183     WRITE SOM-REJECT-RECORD.
001183
001183
001183     MOVE SOM-RUN-DATE         TO SOM-HIS-RUN-DATE.
001183     MOVE SOM-TRAN-KEY         TO SOM-HIS-TRAN-KEY.
001183     MOVE ZEROS                TO SOM-HIS-SEQ.
001183     MOVE SOM-TRAN-COST-CENTER TO SOM-HIS-COST-CENTER.
001183     MOVE ZEROS                TO SOM-HIS-RECLASSED-AMOUNT
001183                                  SOM-HIS-LINK-RUN-DATE
001183                                  SOM-HIS-LINK-TRAN-KEY
001183                                  SOM-HIS-PAIR-SEQ.
001183     MOVE SPACES               TO SOM-HIS-RECLASS-REF.
001183
001183     MOVE SOM-TRAN-CURRENCY    TO SOM-HIS-CURRENCY.
001183
001183     IF SOM-EMP-MATCH-NO OR SOM-CC-MATCH-NO
001183         MOVE SOM-FX-BASE-AMOUNT TO SOM-HIS-AMOUNT
001183         MOVE SOM-TRAN-AMOUNT    TO SOM-HIS-ORIG-AMOUNT
001183         MOVE "R" TO SOM-HIS-DISPOSITION
001183     ELSE
001183         MOVE WS-NUM2            TO SOM-HIS-AMOUNT
001183         MOVE SOM-FX-ORIG-AMOUNT TO SOM-HIS-ORIG-AMOUNT
001183         IF WS-SIZE-ERROR-YES OR SOM-FX-FAILED-YES
001183             MOVE "E" TO SOM-HIS-DISPOSITION
001183         ELSE
001183             IF SOM-HELD-YES
001183                 MOVE "A" TO SOM-HIS-DISPOSITION
001183             ELSE
001183                 IF SOM-PRIOR-YES
001183                     MOVE "J" TO SOM-HIS-DISPOSITION
001183                 ELSE
001183                     MOVE "P" TO SOM-HIS-DISPOSITION
001183                 END-IF
001183             END-IF
001183         END-IF
001183     END-IF.
001183
001183*    THE EFFECTIVE PERIOD IS ARCHIVED AS THE ITEM ARRIVED WITH
001183*    IT (ZEROS FOR THE CURRENT PERIOD); A REVERSAL OF A ROUTED
001183*    ITEM CARRIES THE PERIOD ITS ORIGINAL WAS ROUTED TO.
001183     IF SOM-PRIOR-YES
001183         MOVE SOM-PRIOR-EFF-PERIOD  TO SOM-HIS-EFF-PERIOD
001183     ELSE
001183         IF SOM-TRAN-EFF-CURRENT
001183            OR SOM-TRAN-EFF-PERIOD NOT NUMERIC
001183             MOVE ZEROS                 TO SOM-HIS-EFF-PERIOD
001183         ELSE
001183             MOVE SOM-TRAN-EFF-PERIOD-N TO SOM-HIS-EFF-PERIOD
001183         END-IF
001183     END-IF.
001183
001212         CLOSE BUDGET-FILE
001212     END-IF.
001212
001212     IF SOM-FXR-PRESENT-YES
001212         CLOSE RATE-FILE
001212     END-IF.
001212
001212     IF SOM-EBL-OPEN-YES
001212         CLOSE BALANCE-FILE
001212     END-IF.
001212         CLOSE TRANHIST-FILE
001212     END-IF.
001212
001212     IF SOM-PND-OPEN-YES
001212         CLOSE PENDING-FILE
001212     END-IF.
001212
001212     IF SOM-PPA-OPEN-YES
001212         CLOSE PPADJ-FILE
001212     END-IF.
001212
001212     IF SOM-REJECT-COUNT > 0
001212         DISPLAY "SOMANDO: " SOM-REJECT-COUNT
001212             " UNMATCHED TRANSACTIONS REJECTED TO SOMREJ"
001212             " BAD-COST-CENTER TRANSACTIONS REJECTED TO SOMREJ"
001212     END-IF.
001212
001212     IF SOM-FX-EXC-COUNT > 0
001212         DISPLAY "SOMANDO: " SOM-FX-EXC-COUNT
001212             " FOREIGN-CURRENCY ITEMS WITH NO RATE SENT TO SOMEXC"
001212     END-IF.
001212
001212     IF SOM-HELD-COUNT > 0
001212         DISPLAY "SOMANDO: " SOM-HELD-COUNT
001212             " OVER-LIMIT ITEMS HELD FOR APPROVAL, BASE "
001212             SOM-HELD-AMOUNT
001212     END-IF.
001212
001212     IF SOM-PRIOR-COUNT > 0
001212         DISPLAY "SOMANDO: " SOM-PRIOR-COUNT
001212             " CLOSED-PERIOD ITEMS ROUTED TO SOMPPAF, BASE "
001212             SOM-PRIOR-AMOUNT
001212     END-IF.
001212
001212     IF SOM-RESTART-YES
001212         MOVE SPACES          TO SOM-RPT-WORK-LINE
001212         MOVE "BROUGHT FWD"   TO SOM-RPT-TOT-LABEL
001229
001229     PERFORM 3300-WRITE-EXTRACT-HISTORY
001229         THRU 3300-WRITE-EXTRACT-HISTORY-EXIT.
001229
001229     IF SOM-ALR-OPEN-YES
001229         CLOSE ALERT-FILE
001229     END-IF.
001240
001250 3000-TERMINATE-EXIT.
001260     EXIT.
001261*                          THAN DUPLICATES, SO A RUN THAT DIES
001261*                          MID-FILE APPLIES NOTHING AND ITS
001261*                          RESTART APPLIES THE WHOLE RUN
001261*                          EXACTLY ONCE.  A TABLED RUN APPLIES
001261*                          EACH EMPLOYEE'S POSTINGS IN ONE
001261*                          FORWARD PASS OF SOMEBAL AND THE
001261*                          CENTERS' SPEND IN ONE PASS OF SOMCCM.
001261******************************************************************
001261 3050-APPLY-RUN-BALANCES.
001261
001261     MOVE "N" TO SOM-APL-EOF-SWITCH.
001261     MOVE SOM-RUN-DATE TO SOM-HIS-RUN-DATE.
001261     MOVE ZEROS        TO SOM-HIS-TRAN-KEY
001261                          SOM-HIS-SEQ.
001261
001261     START TRANHIST-FILE
001261         KEY IS NOT LESS THAN SOM-HIS-KEY
001261             THRU 3070-READ-NEXT-ARCHIVE-EXIT
001261     END-IF.
001261
001261     IF SOM-TABLED-YES
001261         PERFORM 3090-GROUP-ONE-ARCHIVE
001261             THRU 3090-GROUP-ONE-ARCHIVE-EXIT
001261             UNTIL SOM-APL-EOF-YES
001261                OR SOM-HIS-RUN-DATE > SOM-RUN-DATE
001261         IF SOM-EBG-ACTIVE-YES
001261             PERFORM 3092-APPLY-EMP-GROUP
001261                 THRU 3092-APPLY-EMP-GROUP-EXIT
001261         END-IF
001261         PERFORM 3096-APPLY-CC-SPEND-PASS
001261             THRU 3096-APPLY-CC-SPEND-PASS-EXIT
001261         GO TO 3050-APPLY-RUN-BALANCES-EXIT
001261     END-IF.
001261
001261     PERFORM 3060-APPLY-ONE-ARCHIVE
001261         THRU 3060-APPLY-ONE-ARCHIVE-EXIT
001261         UNTIL SOM-APL-EOF-YES
001261     PERFORM 2800-UPDATE-EMP-BALANCE
001261         THRU 2800-UPDATE-EMP-BALANCE-EXIT.
001261
001261     PERFORM 3063-ADD-CC-ENTRY
001261         THRU 3063-ADD-CC-ENTRY-EXIT.
001261
001261 3060-APPLY-ONE-ARCHIVE-NEXT.
001261
001261     PERFORM 3070-READ-NEXT-ARCHIVE
001261         THRU 3070-READ-NEXT-ARCHIVE-EXIT.
001261
001261 3060-APPLY-ONE-ARCHIVE-EXIT.
001261     EXIT.
001261
001261******************************************************************
001261* 3063-ADD-CC-ENTRY - ADD THE ARCHIVE RECORD'S AMOUNT TO ITS COST
001261*                    CENTER'S TABLE ENTRY, STARTING ONE IF NEEDED
001261******************************************************************
001261 3063-ADD-CC-ENTRY.
001261
001261     MOVE "N" TO SOM-APL-FOUND-SWITCH.
001261     MOVE 0   TO SOM-APL-HIT-IX.
001261
001261         END-IF
001261     END-IF.
001261
001261 3063-ADD-CC-ENTRY-EXIT.
001261     EXIT.
001261
001261******************************************************************
001261 3080-APPLY-CC-SPEND-EXIT.
001261     EXIT.
001261
001261******************************************************************
001261* 3090-GROUP-ONE-ARCHIVE - TABLED RUN: ONE ARCHIVE RECORD.  THE
001261*                         RUN DATE'S RECORDS COME IN KEY
001261*                         (EMPLOYEE) ORDER, SO EACH EMPLOYEE'S
001261*                         POSTED AMOUNTS ARE SUMMED AND APPLIED
001261*                         TO SOMEBAL ONCE, WHEN THE NEXT
001261*                         EMPLOYEE STARTS.  REJECTS
001261*                         AND EXCEPTIONS NEVER POSTED AND ARE
001261*                         SKIPPED.
001261******************************************************************
001261 3090-GROUP-ONE-ARCHIVE.
001261
001261     IF NOT SOM-HIS-POSTED
001261         GO TO 3090-GROUP-ONE-ARCHIVE-NEXT
001261     END-IF.
001261
001261     IF SOM-EBG-ACTIVE-YES
001261        AND SOM-HIS-TRAN-KEY NOT = SOM-EBG-EMP-ID
001261         PERFORM 3092-APPLY-EMP-GROUP
001261             THRU 3092-APPLY-EMP-GROUP-EXIT
001261     END-IF.
001261
001261     IF SOM-EBG-ACTIVE-NO
001261         MOVE SOM-HIS-TRAN-KEY TO EMP-ID
001261         PERFORM 2505-FIND-EMPLOYEE
001261             THRU 2505-FIND-EMPLOYEE-EXIT
001261         IF SOM-TBL-FOUND-NO
001261             DISPLAY "SOMANDO: POSTED KEY " SOM-HIS-TRAN-KEY
001261                 " NO LONGER ON EMPMAST, BALANCE NOT APPLIED"
001261             GO TO 3090-GROUP-ONE-ARCHIVE-NEXT
001261         END-IF
001261         MOVE "Y"        TO SOM-EBG-ACTIVE-SWITCH
001261         MOVE EMP-ID     TO SOM-EBG-EMP-ID
001261         MOVE EMP-PERIOD TO SOM-EBG-PERIOD
001261         MOVE ZERO       TO SOM-EBG-AMOUNT
001261         MOVE 0          TO SOM-EBG-COUNT
001261     END-IF.
001261
001261     ADD SOM-HIS-AMOUNT TO SOM-EBG-AMOUNT.
001261     ADD 1              TO SOM-EBG-COUNT.
001261
001261     PERFORM 3063-ADD-CC-ENTRY
001261         THRU 3063-ADD-CC-ENTRY-EXIT.
001261
001261 3090-GROUP-ONE-ARCHIVE-NEXT.
001261
001261     PERFORM 3070-READ-NEXT-ARCHIVE
001261         THRU 3070-READ-NEXT-ARCHIVE-EXIT.
001261
001261 3090-GROUP-ONE-ARCHIVE-EXIT.
001261     EXIT.
001261
001261******************************************************************
001261* 3092-APPLY-EMP-GROUP - TABLED RUN: FOLD ONE EMPLOYEE'S SUMMED
001261*                       POSTINGS INTO SOMEBAL.  THE FILE IS READ
001261*                       FORWARD FROM THE FIRST EMPLOYEE'S KEY; A
001261*                       BALANCE ALREADY ON FILE IS REWRITTEN, A
001261*                       NEW ONE WRITTEN, WITH THE SAME AMOUNT AND
001261*                       POSTED COUNT 2800-UPDATE-EMP-BALANCE WOULD
001261*                       LEAVE RECORD BY RECORD.
001261******************************************************************
001261 3092-APPLY-EMP-GROUP.
001261
001261     IF SOM-EBP-STARTED-NO
001261         MOVE "Y" TO SOM-EBP-STARTED-SWITCH
001261         MOVE SOM-EBG-KEY TO SOM-EBL-KEY
001261         START BALANCE-FILE
001261             KEY IS NOT LESS THAN SOM-EBL-KEY
001261             INVALID KEY
001261                 MOVE "Y" TO SOM-EBP-EOF-SWITCH
001261         END-START
001261         IF SOM-EBP-EOF-NO
001261             PERFORM 3094-READ-NEXT-BALANCE
001261                 THRU 3094-READ-NEXT-BALANCE-EXIT
001261         END-IF
001261     END-IF.
001261
001261     PERFORM 3094-READ-NEXT-BALANCE
001261         THRU 3094-READ-NEXT-BALANCE-EXIT
001261         UNTIL SOM-EBP-EOF-YES
001261            OR SOM-EBH-KEY NOT < SOM-EBG-KEY.
001261
001261     IF SOM-EBP-EOF-NO
001261        AND SOM-EBH-KEY = SOM-EBG-KEY
001261         MOVE SOM-EBH-RECORD TO SOM-EBL-RECORD
001261         ADD SOM-EBG-AMOUNT TO SOM-EBL-PTD-AMOUNT
001261         IF SOM-REVERSE-YES
001261             IF SOM-EBL-POSTED-COUNT > SOM-EBG-COUNT
001261                 SUBTRACT SOM-EBG-COUNT FROM SOM-EBL-POSTED-COUNT
001261             ELSE
001261                 MOVE ZEROS TO SOM-EBL-POSTED-COUNT
001261             END-IF
001261         ELSE
001261             ADD SOM-EBG-COUNT TO SOM-EBL-POSTED-COUNT
001261         END-IF
001261         REWRITE SOM-EBL-RECORD
001261             INVALID KEY
001261                 CONTINUE
001261         END-REWRITE
001261     ELSE
001261         MOVE SOM-EBG-KEY    TO SOM-EBL-KEY
001261         MOVE ZEROS          TO SOM-EBL-POSTED-COUNT
001261         MOVE SOM-EBG-AMOUNT TO SOM-EBL-PTD-AMOUNT
001261         IF SOM-REVERSE-NO
001261             MOVE SOM-EBG-COUNT TO SOM-EBL-POSTED-COUNT
001261         END-IF
001261         WRITE SOM-EBL-RECORD
001261             INVALID KEY
001261                 CONTINUE
001261         END-WRITE
001261     END-IF.
001261
001261     IF NOT SOM-EBL-OK
001261         DISPLAY "SOMANDO: SOMEBAL UPDATE FAILED FOR "
001261             SOM-EBL-EMP-ID ", STATUS " SOM-EBL-STATUS
001261     END-IF.
001261
001261     MOVE "N" TO SOM-EBG-ACTIVE-SWITCH.
001261
001261 3092-APPLY-EMP-GROUP-EXIT.
001261     EXIT.
001261
001261******************************************************************
001261* 3094-READ-NEXT-BALANCE - READ THE NEXT SOMEBAL RECORD INTO THE
001261*                         HOLD AREA (A WRITE OF A NEW BALANCE
001261*                         WOULD OVERLAY THE RECORD AREA), FLAG EOF
001261******************************************************************
001261 3094-READ-NEXT-BALANCE.
001261
001261     READ BALANCE-FILE NEXT RECORD
001261         AT END
001261             MOVE "Y" TO SOM-EBP-EOF-SWITCH
001261             GO TO 3094-READ-NEXT-BALANCE-EXIT
001261     END-READ.
001261
001261     IF NOT SOM-EBL-OK
001261         DISPLAY "SOMANDO: SOMEBAL READ FAILED, STATUS "
001261             SOM-EBL-STATUS
001261         MOVE "Y" TO SOM-EBP-EOF-SWITCH
001261         GO TO 3094-READ-NEXT-BALANCE-EXIT
001261     END-IF.
001261
001261     MOVE SOM-EBL-RECORD TO SOM-EBH-RECORD.
001261
001261 3094-READ-NEXT-BALANCE-EXIT.
001261     EXIT.
001261
001261******************************************************************
001261* 3096-APPLY-CC-SPEND-PASS - TABLED RUN: FOLD THE TABLE ENTRIES
001261*                           INTO SOMCCM IN ONE FORWARD PASS,
001261*                           STOPPING ONCE EVERY ENTRY IS APPLIED
001261******************************************************************
001261 3096-APPLY-CC-SPEND-PASS.
001261
001261     IF SOM-APL-CC-COUNT = 0
001261         GO TO 3096-APPLY-CC-SPEND-PASS-EXIT
001261     END-IF.
001261
001261     MOVE 0   TO SOM-APL-DONE-COUNT.
001261     MOVE "N" TO SOM-CCP-EOF-SWITCH.
001261     MOVE LOW-VALUES TO SOM-CCM-CODE.
001261
001261     START COSTCTR-FILE
001261         KEY IS NOT LESS THAN SOM-CCM-CODE
001261         INVALID KEY
001261             MOVE "Y" TO SOM-CCP-EOF-SWITCH
001261     END-START.
001261
001261     PERFORM 3098-APPLY-ONE-CC-RECORD
001261         THRU 3098-APPLY-ONE-CC-RECORD-EXIT
001261         UNTIL SOM-CCP-EOF-YES
001261            OR SOM-APL-DONE-COUNT = SOM-APL-CC-COUNT.
001261
001261 3096-APPLY-CC-SPEND-PASS-EXIT.
001261     EXIT.
001261
001261******************************************************************
001261* 3098-APPLY-ONE-CC-RECORD - READ THE NEXT SOMCCM RECORD AND, WHEN
001261*                           THE TABLE HOLDS SPEND FOR IT, FOLD IT
001261*                           IN THE WAY 3080-APPLY-CC-SPEND DOES
001261******************************************************************
001261 3098-APPLY-ONE-CC-RECORD.
001261
001261     READ COSTCTR-FILE NEXT RECORD
001261         AT END
001261             MOVE "Y" TO SOM-CCP-EOF-SWITCH
001261             GO TO 3098-APPLY-ONE-CC-RECORD-EXIT
001261     END-READ.
001261
001261     IF NOT SOM-CCM-OK
001261         DISPLAY "SOMANDO: SOMCCM READ FAILED, STATUS "
001261             SOM-CCM-STATUS
001261         MOVE "Y" TO SOM-CCP-EOF-SWITCH
001261         GO TO 3098-APPLY-ONE-CC-RECORD-EXIT
001261     END-IF.
001261
001261     MOVE "N" TO SOM-APL-FOUND-SWITCH.
001261     MOVE 0   TO SOM-APL-HIT-IX.
001261
001261     PERFORM 3099-MATCH-CC-ENTRY
001261         THRU 3099-MATCH-CC-ENTRY-EXIT
001261         VARYING SOM-APL-IX FROM 1 BY 1
001261         UNTIL SOM-APL-IX > SOM-APL-CC-COUNT
001261            OR SOM-APL-FOUND-YES.
001261
001261     IF SOM-APL-FOUND-NO
001261         GO TO 3098-APPLY-ONE-CC-RECORD-EXIT
001261     END-IF.
001261
001261     ADD 1 TO SOM-APL-DONE-COUNT.
001261
001261     IF SOM-CCM-PTD-PERIOD NOT = SOM-RUN-PERIOD
001261         MOVE SOM-RUN-PERIOD TO SOM-CCM-PTD-PERIOD
001261         MOVE ZERO           TO SOM-CCM-PTD-AMOUNT
001261     END-IF.
001261
001261     ADD SOM-APL-CC-AMOUNT (SOM-APL-HIT-IX)
001261         TO SOM-CCM-PTD-AMOUNT.
001261
001261     REWRITE SOM-CCM-RECORD
001261         INVALID KEY
001261             CONTINUE
001261     END-REWRITE.
001261
001261     IF NOT SOM-CCM-OK
001261         DISPLAY "SOMANDO: SOMCCM REWRITE FAILED FOR "
001261             SOM-CCM-CODE ", STATUS " SOM-CCM-STATUS
001261     END-IF.
001261
001261 3098-APPLY-ONE-CC-RECORD-EXIT.
001261     EXIT.
001261
001261******************************************************************
001261* 3099-MATCH-CC-ENTRY - REMEMBER THE TABLE ENTRY HOLDING THE
001261*                      SOMCCM RECORD'S COST CENTER
001261******************************************************************
001261 3099-MATCH-CC-ENTRY.
001261
001261     IF SOM-APL-CC-CODE (SOM-APL-IX) = SOM-CCM-CODE
001261         MOVE "Y"        TO SOM-APL-FOUND-SWITCH
001261         MOVE SOM-APL-IX TO SOM-APL-HIT-IX
001261     END-IF.
001261
001261 3099-MATCH-CC-ENTRY-EXIT.
001261     EXIT.
001261
001262******************************************************************
001263* 3100-RECONCILE-CONTROL-TOTALS - COMPARE THE ACCUMULATED RECORD
001264*                                COUNT AND GRAND TOTAL AGAINST THE
001274     IF NOT SOM-CTL-OK
001275         DISPLAY "SOMANDO: NO CONTROL-TOTAL RECORD FOUND, "
001276             "RECONCILIATION SKIPPED"
001276         MOVE 1        TO SOM-ALR-SEVERITY
001276         MOVE "SOMCTL" TO SOM-ALR-KEY
001276         MOVE "NO SOMCTL RECORD, RECONCILIATION SKIPPED"
001276             TO SOM-ALR-MESSAGE
001276         PERFORM 3410-RAISE-RECONC-ALERT
001276             THRU 3410-RAISE-RECONC-ALERT-EXIT
001277         GO TO 3100-RECONCILE-CONTROL-TOTALS-EXIT
001278     END-IF.
001279
001282             DISPLAY "SOMANDO: SOMCTL IS EMPTY, "
001283                 "RECONCILIATION SKIPPED"
001283             CLOSE CONTROL-FILE
001283             MOVE 1        TO SOM-ALR-SEVERITY
001283             MOVE "SOMCTL" TO SOM-ALR-KEY
001283             MOVE "SOMCTL IS EMPTY, RECONCILIATION SKIPPED"
001283                 TO SOM-ALR-MESSAGE
001283             PERFORM 3410-RAISE-RECONC-ALERT
001283                 THRU 3410-RAISE-RECONC-ALERT-EXIT
001284             GO TO 3100-RECONCILE-CONTROL-TOTALS-EXIT
001285     END-READ.
001286
001289         DISPLAY "SOMANDO: RECORD COUNT " SOM-REC-COUNT
001289             " MISMATCHES EXPECTED " SOM-CTL-EXPECTED-COUNT
001290         MOVE "Y" TO SOM-CTL-MISMATCH-SWITCH
001290         MOVE 2              TO SOM-ALR-SEVERITY
001290         MOVE "COUNT"        TO SOM-ALR-KEY
001290         MOVE "RECORD COUNT DOES NOT MATCH SOMCTL EXPECTED"
001290             TO SOM-ALR-MESSAGE
001290         PERFORM 3410-RAISE-RECONC-ALERT
001290             THRU 3410-RAISE-RECONC-ALERT-EXIT
001291     END-IF.
001292
001293     IF WS-NUM3 NOT = SOM-CTL-EXPECTED-TOTAL
001294         DISPLAY "SOMANDO: GRAND TOTAL " WS-NUM3
001294             " MISMATCHES EXPECTED " SOM-CTL-EXPECTED-TOTAL
001295         MOVE "Y" TO SOM-CTL-MISMATCH-SWITCH
001295         MOVE 2              TO SOM-ALR-SEVERITY
001295         MOVE "TOTAL"        TO SOM-ALR-KEY
001295         MOVE "GRAND TOTAL DOES NOT MATCH SOMCTL EXPECTED"
001295             TO SOM-ALR-MESSAGE
001295         PERFORM 3410-RAISE-RECONC-ALERT
001295             THRU 3410-RAISE-RECONC-ALERT-EXIT
001296     END-IF.
001297
001298     IF SOM-CTL-MISMATCH-NO
001303             SOM-REC-COUNT " OF " SOM-ORIG-REC-COUNT
001303             " ORIGINAL RECORDS"
001303         MOVE 8 TO RETURN-CODE
001303         MOVE 3              TO SOM-ALR-SEVERITY
001303         MOVE "REVERSAL"     TO SOM-ALR-KEY
001303         MOVE "PARTIAL BACKOUT - RECORD COUNT DOES NOT TIE"
001303             TO SOM-ALR-MESSAGE
001303         PERFORM 3410-RAISE-RECONC-ALERT
001303             THRU 3410-RAISE-RECONC-ALERT-EXIT
001303     END-IF.
001303
001303     COMPUTE SOM-REVERSAL-EXPECTED = 0 - SOM-ORIG-TOTAL.
001303         IF RETURN-CODE < 4
001303             MOVE 4 TO RETURN-CODE
001303         END-IF
001303         MOVE 2              TO SOM-ALR-SEVERITY
001303         MOVE "REVERSAL"     TO SOM-ALR-KEY
001303         MOVE "REVERSAL TOTAL DOES NOT NEGATE THE ORIGINAL"
001303             TO SOM-ALR-MESSAGE
001303         PERFORM 3410-RAISE-RECONC-ALERT
001303             THRU 3410-RAISE-RECONC-ALERT-EXIT
001303     END-IF.
001303
001303     IF RETURN-CODE = 0
001323         MOVE "*BFW"                 TO SOM-EXT-COST-CENTER
001323         MOVE SOM-BROUGHT-FWD-COUNT  TO SOM-EXT-REC-COUNT
001323         MOVE SOM-BROUGHT-FWD-AMOUNT TO SOM-EXT-TOTAL-AMOUNT
001323         MOVE SPACES                 TO SOM-EXT-CURRENCY
001323         MOVE SOM-BROUGHT-FWD-AMOUNT TO SOM-EXT-ORIG-AMOUNT
001323         WRITE SOM-EXTRACT-RECORD
001323
001323         IF NOT SOM-EXT-OK
001323     MOVE "*TOT"         TO SOM-EXT-COST-CENTER.
001324     MOVE SOM-REC-COUNT  TO SOM-EXT-REC-COUNT.
001324     MOVE WS-NUM3        TO SOM-EXT-TOTAL-AMOUNT.
001324     MOVE SPACES         TO SOM-EXT-CURRENCY.
001324     MOVE WS-NUM3        TO SOM-EXT-ORIG-AMOUNT.
001324
001324     WRITE SOM-EXTRACT-RECORD.
001324
001328     MOVE SOM-CC-CODE (SOM-CC-IX)  TO SOM-EXT-COST-CENTER.
001328     MOVE SOM-CC-RECS (SOM-CC-IX)  TO SOM-EXT-REC-COUNT.
001328     MOVE SOM-CC-AMOUNT (SOM-CC-IX) TO SOM-EXT-TOTAL-AMOUNT.
001328     MOVE SOM-CC-CURRENCY (SOM-CC-IX) TO SOM-EXT-CURRENCY.
001328     MOVE SOM-CC-ORIG-AMOUNT (SOM-CC-IX)
001328         TO SOM-EXT-ORIG-AMOUNT.
001328
001328     WRITE SOM-EXTRACT-RECORD.
001328
001328 3300-WRITE-EXTRACT-HISTORY-EXIT.
001328     EXIT.
001329
001329******************************************************************
001329* 3400-WRITE-ALERT - APPEND ONE ALERT TO SOMALRT FOR THE
001329*                    END-OF-CYCLE DIGEST, OPENING IT ON FIRST USE.
001329*                    A FAILED ALERT IS ONLY DISPLAYED - IT NEVER
001329*                    CHANGES THE STEP'S COMPLETION CODE
001329******************************************************************
001329 3400-WRITE-ALERT.
001329
001329     IF SOM-ALR-OPEN-FAILED
001329         GO TO 3400-WRITE-ALERT-EXIT
001329     END-IF.
001329
001329     IF SOM-ALR-OPEN-NO
001329         OPEN EXTEND ALERT-FILE
001329         IF SOM-ALR-FILE-NOT-FOUND
001329             OPEN OUTPUT ALERT-FILE
001329         END-IF
001329         IF SOM-ALR-OK
001329             MOVE "Y" TO SOM-ALR-OPEN-SWITCH
001329         ELSE
001329             DISPLAY "SOMANDO: UNABLE TO OPEN SOMALRT, STATUS "
001329                 SOM-ALR-STATUS
001329             MOVE "F" TO SOM-ALR-OPEN-SWITCH
001329             GO TO 3400-WRITE-ALERT-EXIT
001329         END-IF
001329     END-IF.
001329
001329     MOVE SOM-RUN-DATE      TO SOM-ALT-CYCLE-DATE.
001329     ACCEPT SOM-ALT-TIME FROM TIME.
001329     MOVE "SOMANDO"         TO SOM-ALT-STEP.
001329     MOVE SOM-ALR-SEVERITY  TO SOM-ALT-SEVERITY.
001329     MOVE SOM-ALR-CODE      TO SOM-ALT-CODE.
001329     MOVE SOM-ALR-KEY       TO SOM-ALT-KEY.
001329     MOVE SOM-ALR-MESSAGE   TO SOM-ALT-MESSAGE.
001329
001329     WRITE SOM-ALT-RECORD.
001329
001329     IF NOT SOM-ALR-OK
001329         DISPLAY "SOMANDO: SOMALRT WRITE FAILED, STATUS "
001329             SOM-ALR-STATUS
001329     END-IF.
001329
001329 3400-WRITE-ALERT-EXIT.
001329     EXIT.
001329
001329******************************************************************
001329* 3410-RAISE-RECONC-ALERT - A RECONC ALERT FOR THE CONTROL-TOTAL
001329*                           OR REVERSAL CHECK; THE CALLER HAS SET
001329*                           THE SEVERITY, KEY AND MESSAGE
001329******************************************************************
001329 3410-RAISE-RECONC-ALERT.
001329
001329     MOVE "RECONC" TO SOM-ALR-CODE.
001329
001329     PERFORM 3400-WRITE-ALERT
001329         THRU 3400-WRITE-ALERT-EXIT.
001329
001329 3410-RAISE-RECONC-ALERT-EXIT.
001329     EXIT.
001329
001330 END PROGRAM SOMANDO.
