000130*              EXCEPTION DAYS), WRITES ONE YEAR-LEVEL SOMYEXT
000140*              EXTRACT RECORD DOWNSTREAM, AND GUARDS THE YEAR
000150*              CLOSED AGAINST REGRESSION ON SOMYPERD THE SAME
000160*              WAY SOMMPERD GUARDS THE MONTH.  A PERIOD WITH
000160*              PRIOR-PERIOD ADJUSTMENTS IS TAKEN AS ADJUSTED
000160*              (ITS HIGHEST-NUMBERED ADJUSTMENT RECORD) AND IS
000160*              PRINTED BESIDE ITS AS-CLOSED FIGURE.
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY:
000190*   DATE       INIT  DESCRIPTION
000200*   2026-09-03 JAN   ORIGINAL VERSION - YEAR-END USED TO MEAN
000210*                    ADDING TWELVE REPORT LINES ON A
000220*                    CALCULATOR.
000220*   2026-10-01 JAN   SOMMEXT NOW CARRIES NUMBERED PRIOR-PERIOD
000220*                    ADJUSTMENT RECORDS AFTER EACH CLOSE.  ONLY
000220*                    THE CLOSE RECORD COUNTS TOWARD THE MISSING/
000220*                    DUPLICATED CHECK; THE LATEST ADJUSTMENT
000220*                    SUPPLIES THE PERIOD'S RECORDS AND TOTAL, SO
000220*                    THE YEAR TOTALS AND SOMYEXT ARE AS ADJUSTED.
000220*                    THE REPORT GAINS AN AS-CLOSED COLUMN, A
000220*                    YEAR TOTAL AS CLOSED AND AN ADJUSTMENT COUNT.
000230* Tectonics: cobc
000240******************************************************************
000250 IDENTIFICATION DIVISION.
001070 77  SYE-HIGH-AMOUNT             PIC S9(9)V99 COMP-3 VALUE ZERO.
001080 77  SYE-LOW-PERIOD              PIC 9(06) VALUE ZEROS.
001090 77  SYE-LOW-AMOUNT              PIC S9(9)V99 COMP-3 VALUE ZERO.
001090
001090 77  SYE-YTD-CLOSED-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
001090 77  SYE-YTD-ADJ-COUNT           PIC 9(05) COMP VALUE 0.
001100
001110******************************************************************
001120* SYE-MONTH-TABLE - ONE ENTRY PER FISCAL MONTH, FILLED AS THE
001210         10  SYE-MTH-RECS            PIC 9(07).
001220         10  SYE-MTH-AMOUNT          PIC S9(9)V99 COMP-3.
001230         10  SYE-MTH-EXC-DAYS        PIC 9(03).
001230         10  SYE-MTH-CLOSED-AMOUNT   PIC S9(9)V99 COMP-3.
001230         10  SYE-MTH-ADJ-NUMBER      PIC 9(03).
001230         10  SYE-MTH-ADJ-COUNT       PIC 9(03) COMP.
001240
001250******************************************************************
001260* SYE-RPT-WORK-LINE AND ITS REDEFINES - THE REPORT LINE IS BUILT
001450     05  SYE-RPT-DET-AMOUNT          PIC -(9)9.99.
001460     05  FILLER                      PIC X(02).
001470     05  SYE-RPT-DET-EXC             PIC ZZ9.
001480     05  FILLER                      PIC X(02).
001480     05  SYE-RPT-DET-CLOSED          PIC -(9)9.99.
001480     05  FILLER                      PIC X(23).
001490
001490 01  SYE-RPT-COLUMNS REDEFINES SYE-RPT-WORK-LINE.
001490     05  FILLER                      PIC X(02).
001490     05  SYE-RPT-COL-PERIOD          PIC X(06).
001490     05  FILLER                      PIC X(02).
001490     05  SYE-RPT-COL-DAYS            PIC X(03).
001490     05  FILLER                      PIC X(02).
001490     05  SYE-RPT-COL-RECS            PIC X(07).
001490     05  FILLER                      PIC X(02).
001490     05  SYE-RPT-COL-AMOUNT          PIC X(13).
001490     05  FILLER                      PIC X(02).
001490     05  SYE-RPT-COL-EXC             PIC X(03).
001490     05  FILLER                      PIC X(02).
001490     05  SYE-RPT-COL-CLOSED          PIC X(13).
001490     05  FILLER                      PIC X(23).
001490
001500 01  SYE-RPT-TOTAL REDEFINES SYE-RPT-WORK-LINE.
001510     05  SYE-RPT-TOT-LABEL           PIC X(24).
002360     PERFORM 2400-WRITE-REPORT-LINE
002370         THRU 2400-WRITE-REPORT-LINE-EXIT.
002380
002380     MOVE SPACES TO SYE-RPT-WORK-LINE.
002380     MOVE "PERIOD"          TO SYE-RPT-COL-PERIOD.
002380     MOVE "DAY"             TO SYE-RPT-COL-DAYS.
002380     MOVE "   RECS"         TO SYE-RPT-COL-RECS.
002380     MOVE "  AS ADJUSTED"   TO SYE-RPT-COL-AMOUNT.
002380     MOVE "EXC"             TO SYE-RPT-COL-EXC.
002380     MOVE "    AS CLOSED"   TO SYE-RPT-COL-CLOSED.
002380     PERFORM 2400-WRITE-REPORT-LINE
002380         THRU 2400-WRITE-REPORT-LINE-EXIT.
002380
002390     PERFORM 1200-CLEAR-MONTH-TABLE
002400         THRU 1200-CLEAR-MONTH-TABLE-EXIT
002410         VARYING SYE-MONTH-IX FROM 1 BY 1
002930     MOVE ZEROS TO SYE-MTH-RECS (SYE-MONTH-IX).
002940     MOVE ZERO TO SYE-MTH-AMOUNT (SYE-MONTH-IX).
002950     MOVE ZEROS TO SYE-MTH-EXC-DAYS (SYE-MONTH-IX).
002950     MOVE ZERO TO SYE-MTH-CLOSED-AMOUNT (SYE-MONTH-IX).
002950     MOVE ZEROS TO SYE-MTH-ADJ-NUMBER (SYE-MONTH-IX).
002950     MOVE 0    TO SYE-MTH-ADJ-COUNT (SYE-MONTH-IX).
002960
002970 1200-CLEAR-MONTH-TABLE-EXIT.
002980     EXIT.
003130******************************************************************
003140* 2100-TABLE-ONE-PERIOD - FOLD ONE MONTH EXTRACT RECORD INTO
003150*                        ITS MONTH TABLE ENTRY WHEN IT BELONGS
003160*                        TO THE YEAR BEING CLOSED.  THE
003160*                        CLOSE RECORD SETS THE ENTRY; EACH
003160*                        LATER-NUMBERED ADJUSTMENT RECORD
003160*                        REPLACES ITS RECORDS AND TOTAL WITH
003160*                        THE AS-ADJUSTED FIGURES.
003170******************************************************************
003180 2100-TABLE-ONE-PERIOD.
003190
003330     END-IF.
003340
003350     MOVE SYE-PERIOD-MONTH TO SYE-MONTH-IX.
003350
003350     IF SOM-MEX-ADJUSTMENT
003350         PERFORM 2150-TABLE-ADJUSTMENT
003350             THRU 2150-TABLE-ADJUSTMENT-EXIT
003350         GO TO 2100-TABLE-ONE-PERIOD-NEXT
003350     END-IF.
003350
003360     ADD 1 TO SYE-MTH-SEEN (SYE-MONTH-IX).
003370     MOVE SOM-MEX-DAY-COUNT    TO SYE-MTH-DAYS (SYE-MONTH-IX).
003380     MOVE SOM-MEX-REC-COUNT    TO SYE-MTH-RECS (SYE-MONTH-IX).
003390     MOVE SOM-MEX-TOTAL-AMOUNT TO SYE-MTH-AMOUNT (SYE-MONTH-IX).
003400     MOVE SOM-MEX-EXC-DAYS     TO SYE-MTH-EXC-DAYS
003410         (SYE-MONTH-IX).
003410     MOVE SOM-MEX-TOTAL-AMOUNT TO SYE-MTH-CLOSED-AMOUNT
003410         (SYE-MONTH-IX).
003410     MOVE ZEROS                TO SYE-MTH-ADJ-NUMBER
003410         (SYE-MONTH-IX).
003410     MOVE 0                    TO SYE-MTH-ADJ-COUNT
003410         (SYE-MONTH-IX).
003420
003430 2100-TABLE-ONE-PERIOD-NEXT.
003440
003470
003480 2100-TABLE-ONE-PERIOD-EXIT.
003490     EXIT.
003490
003490******************************************************************
003490* 2150-TABLE-ADJUSTMENT - AN ADJUSTMENT RECORD NUMBERED PAST THE
003490*                        LAST ONE TABLED FOR ITS MONTH CARRIES
003490*                        THE PERIOD AS ADJUSTED; ONE WITH NO
003490*                        CLOSE BEFORE IT IS REPORTED AND IGNORED
003490******************************************************************
003490 2150-TABLE-ADJUSTMENT.
003490
003490     IF SYE-MTH-SEEN (SYE-MONTH-IX) = 0
003490         DISPLAY "SOMYEND: ADJUSTMENT " SOM-MEX-ADJ-NUMBER
003490             " FOR PERIOD " SOM-MEX-PERIOD
003490             " HAS NO CLOSE BEFORE IT - IGNORED"
003490         GO TO 2150-TABLE-ADJUSTMENT-EXIT
003490     END-IF.
003490
003490     IF SOM-MEX-ADJ-NUMBER NOT > SYE-MTH-ADJ-NUMBER (SYE-MONTH-IX)
003490         GO TO 2150-TABLE-ADJUSTMENT-EXIT
003490     END-IF.
003490
003490     MOVE SOM-MEX-ADJ-NUMBER   TO SYE-MTH-ADJ-NUMBER
003490         (SYE-MONTH-IX).
003490     MOVE SOM-MEX-REC-COUNT    TO SYE-MTH-RECS (SYE-MONTH-IX).
003490     MOVE SOM-MEX-TOTAL-AMOUNT TO SYE-MTH-AMOUNT (SYE-MONTH-IX).
003490     ADD 1 TO SYE-MTH-ADJ-COUNT (SYE-MONTH-IX).
003490
003490 2150-TABLE-ADJUSTMENT-EXIT.
003490     EXIT.
003500
003510******************************************************************
003520* 2200-READ-MONTH-EXTRACT - READ THE NEXT MONTH EXTRACT RECORD,
003940     MOVE SYE-MTH-RECS (SYE-MONTH-IX)     TO SYE-RPT-DET-RECS.
003950     MOVE SYE-MTH-AMOUNT (SYE-MONTH-IX)   TO SYE-RPT-DET-AMOUNT.
003960     MOVE SYE-MTH-EXC-DAYS (SYE-MONTH-IX) TO SYE-RPT-DET-EXC.
003960     MOVE SYE-MTH-CLOSED-AMOUNT (SYE-MONTH-IX)
003960         TO SYE-RPT-DET-CLOSED.
003970     PERFORM 2400-WRITE-REPORT-LINE
003980         THRU 2400-WRITE-REPORT-LINE-EXIT.
003990
004020     ADD SYE-MTH-RECS (SYE-MONTH-IX)      TO SYE-YTD-REC-COUNT.
004030     ADD SYE-MTH-AMOUNT (SYE-MONTH-IX)    TO SYE-YTD-TOTAL.
004040     ADD SYE-MTH-EXC-DAYS (SYE-MONTH-IX)  TO SYE-YTD-EXC-DAYS.
004040     ADD SYE-MTH-CLOSED-AMOUNT (SYE-MONTH-IX)
004040         TO SYE-YTD-CLOSED-TOTAL.
004040     ADD SYE-MTH-ADJ-COUNT (SYE-MONTH-IX) TO SYE-YTD-ADJ-COUNT.
004050
004060     IF SYE-PERIOD-COUNT = 1
004070         COMPUTE SYE-HIGH-PERIOD =
004720     PERFORM 2400-WRITE-REPORT-LINE
004730         THRU 2400-WRITE-REPORT-LINE-EXIT.
004740
004740     MOVE SPACES             TO SYE-RPT-WORK-LINE.
004740     MOVE "YEAR TOTAL AS CLOSED:   " TO SYE-RPT-TOT-LABEL.
004740     MOVE SYE-YTD-CLOSED-TOTAL TO SYE-RPT-TOT-AMOUNT.
004740     PERFORM 2400-WRITE-REPORT-LINE
004740         THRU 2400-WRITE-REPORT-LINE-EXIT.
004740
004740     MOVE SPACES             TO SYE-RPT-WORK-LINE.
004740     MOVE "ADJUSTMENTS APPLIED:    " TO SYE-RPT-CNT-LABEL.
004740     MOVE SYE-YTD-ADJ-COUNT  TO SYE-RPT-CNT-COUNT.
004740     PERFORM 2400-WRITE-REPORT-LINE
004740         THRU 2400-WRITE-REPORT-LINE-EXIT.
004740
004750     MOVE SPACES             TO SYE-RPT-WORK-LINE.
004760     MOVE "RECORDS POSTED:         " TO SYE-RPT-CNT-LABEL.
004770     MOVE SYE-YTD-REC-COUNT  TO SYE-RPT-CNT-COUNT.
