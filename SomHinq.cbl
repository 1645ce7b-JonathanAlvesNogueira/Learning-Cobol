000180*   2026-08-21 JAN   ORIGINAL VERSION - DISPUTES USED TO MEAN
000190*                    HUNTING THROUGH RETAINED SOMRPT PRINTOUTS
000200*                    BY HAND.
000200*   2026-10-01 JAN   SHOWS THE ARCHIVE SEQUENCE NUMBER, THE
000200*                    REFERENCE AND LINKS OF A RECLASS RECORD,
000200*                    AND HOW MUCH OF A POSTED ITEM HAS BEEN
000200*                    RECLASSED SO FAR.
000200*   2026-10-01 JAN   SHOWS THE EFFECTIVE PERIOD OF A LATE CHARGE
000200*                    AND WHETHER IT WAS ROUTED AS A PRIOR-PERIOD
000200*                    ADJUSTMENT.
000210* Tectonics: cobc
000220******************************************************************
000230 IDENTIFICATION DIVISION.
001680
001690     DISPLAY "RUN "        SOM-HIS-RUN-DATE
001700         " KEY "           SOM-HIS-TRAN-KEY
001700         " SEQ "           SOM-HIS-SEQ
001710         " AMOUNT "        SOM-HIS-AMOUNT
001720         " CC "            SOM-HIS-COST-CENTER
001730         " DISPOSITION "   SOM-HIS-DISPOSITION.
001730
001730     IF SOM-HIS-RECLASS
001730         DISPLAY "    RECLASS " SOM-HIS-RECLASS-REF
001730             " OF RUN "     SOM-HIS-LINK-RUN-DATE
001730             " KEY "        SOM-HIS-LINK-TRAN-KEY
001730             " PAIRED WITH SEQ " SOM-HIS-PAIR-SEQ
001730     END-IF.
001730
001730     IF SOM-HIS-EFF-PERIOD NOT = ZEROS
001730         DISPLAY "    EFFECTIVE PERIOD " SOM-HIS-EFF-PERIOD
001730     END-IF.
001730
001730     IF SOM-HIS-PRIOR-PERIOD
001730         DISPLAY "    ROUTED TO SOMPPAF AS A PRIOR-PERIOD "
001730             "ADJUSTMENT, NOT POSTED TO THE DAY"
001730     END-IF.
001730
001730     IF NOT SOM-HIS-RECLASS
001730        AND SOM-HIS-RECLASSED-AMOUNT NOT = 0
001730         DISPLAY "    RECLASSED SO FAR " SOM-HIS-RECLASSED-AMOUNT
001730     END-IF.
001740
001750     ADD 1 TO SHQ-MATCH-COUNT.
001760
