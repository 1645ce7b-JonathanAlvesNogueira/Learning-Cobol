000230*                    OR ONE RUN DATE AT A TIME ON THE SCREEN,
000240*                    WHICH IS USELESS WHEN AN EMPLOYEE DISPUTES
000250*                    A WHOLE MONTH.
000250*   2026-10-01 JAN   ITEMS HELD FOR APPROVAL PRINT AS "HELD"
000250*                    INSTEAD OF "REJECTED", AND COST-CENTER
000250*                    RECLASS PAIRS PRINT AS "RECLASS" - THEY
000250*                    ONLY MOVE SPEND BETWEEN COST CENTERS, SO
000250*                    THEY LEAVE THE RUNNING BALANCE AND THE
000250*                    TOTALS ALONE.
000250*   2026-10-01 JAN   LATE CHARGES ROUTED TO A CLOSED PERIOD PRINT
000250*                    AS "PRIOR PD" AND COUNT AS POSTED - THE
000250*                    EMPLOYEE WAS CHARGED, JUST IN THE PERIOD
000250*                    THE CHARGE BELONGS TO.
000260* Tectonics: cobc
000270******************************************************************
000280 IDENTIFICATION DIVISION.
003010
003020     ADD 1 TO STM-MATCH-COUNT.
003030
003040     IF SOM-HIS-POSTED OR SOM-HIS-PRIOR-PERIOD
003050         ADD 1 TO STM-POSTED-COUNT
003060         ADD SOM-HIS-AMOUNT TO STM-POSTED-TOTAL
003070         ADD SOM-HIS-AMOUNT TO STM-RUNNING-BALANCE
003280         IF SOM-HIS-EXCEPTION
003290             MOVE "EXCEPTION" TO STM-RPT-DET-DISP
003300         ELSE
003300             IF SOM-HIS-HELD-APPROVAL
003300                 MOVE "HELD"      TO STM-RPT-DET-DISP
003300             ELSE
003300                 IF SOM-HIS-RECLASS
003300                     MOVE "RECLASS"   TO STM-RPT-DET-DISP
003300                 ELSE
003300                   IF SOM-HIS-PRIOR-PERIOD
003300                     MOVE "PRIOR PD"  TO STM-RPT-DET-DISP
003300                   ELSE
003310                     MOVE "REJECTED"  TO STM-RPT-DET-DISP
003300                   END-IF
003300                 END-IF
003300             END-IF
003320         END-IF
003330     END-IF.
003340
