000100*              FEED (BRANCH01 AND BRANCH02 BRANCH FILES, THE
000110*              SOMRCYC RECYCLE FILE THE SUSPENSE ROLL WRITES,
000115*              AND THE SOMRREL RELEASE FEED THE REJECT HOLDING
000118*              ROLL WRITES, THE SOMAPRV FEED OF ITEMS
000118*              APPROVED UNDER DUAL CONTROL, AND THE SOMSTRN
000118*              FEED OF STANDING TRANSACTIONS FALLING DUE
000118*              TONIGHT, AND THE SOMXFEED FEEDS CONVERTED FROM
000118*              BRANCH DELIMITED EXPORTS BY SOMDLIN), CHECKS
000118*              EACH SOURCE'S DETAILS AGAINST
000130*              ITS OWN TRAILER'S RECORD COUNT AND HASH TOTAL,
000140*              MERGES EVERY BALANCED SOURCE INTO ONE TRANFILE
000150*              IN ASCENDING TRANSACTION-KEY SEQUENCE, AND
000190*              CODE 8) SO THE CYCLE STOPS BEFORE A SINGLE
000200*              AMOUNT POSTS.  A SOURCE FILE THAT DOES NOT
000210*              EXIST TONIGHT SIMPLY CONTRIBUTES NOTHING.
000210*              SOMXFEED MAY CARRY ANY NUMBER OF CONVERTED
000210*              BRANCH FEEDS ONE AFTER ANOTHER (A CONCATENATION
000210*              IN THE JCL), EACH WITH ITS OWN HEADER AND
000210*              TRAILER; EACH IS BALANCED AND LISTED ON THE
000210*              REGISTER UNDER THE SOURCE ID IN ITS HEADER, SO
000210*              A NEW BRANCH IS ADDED BY ADDING ITS FILE TO THE
000210*              SOMXFEED DD.
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY:
000240*   DATE       INIT  DESCRIPTION
000286*                    SOURCE, SO RE-VALIDATED REJECTS FLOW BACK
000288*                    INTO THE NEXT POSTING RUN THE SAME WAY
000289*                    RELEASED SUSPENSE ITEMS DO.
000289*   2026-09-17 JAN   EACH SOURCE DETAIL'S CURRENCY CODE IS NOW
000289*                    CARRIED THROUGH TO TRANFILE FOR THE
000289*                    POSTING RUN TO CONVERT.  THE HASH TOTALS
000289*                    STAY ON THE AMOUNTS AS SENT.
000289*   2026-10-01 JAN   ADDED THE SOMAPRV FEED FROM THE SOMAPRL
000289*                    APPROVAL ROLL AS A FIFTH SOURCE.  ITS
000289*                    ITEMS REACH TRANFILE MARKED APPROVED, SO
000289*                    THE POSTING RUN DOES NOT HOLD THEM FOR
000289*                    APPROVAL A SECOND TIME.
000289*   2026-10-01 JAN   ADDED THE SOMSTRN FEED FROM THE SOMSTGN
000289*                    STANDING TRANSACTION GENERATOR AS A SIXTH
000289*                    SOURCE.
000289*   2026-10-01 JAN   EACH SOURCE DETAIL'S EFFECTIVE PERIOD IS
000289*                    CARRIED THROUGH TO TRANFILE SO A LATE CHARGE
000289*                    FOR A CLOSED PERIOD CAN BE ROUTED TO THE
000289*                    PRIOR-PERIOD ADJUSTMENT FILE BY THE POSTING
000289*                    RUN.
000289*   2026-10-01 JAN   ADDED THE SOMXFEED SOURCE FOR BRANCH FEEDS
000289*                    CONVERTED FROM DELIMITED EXPORTS BY SOMDLIN.
000289*                    ITS FEEDS ARE LOADED AND KEY-ORDERED AT THE
000289*                    START, THEN MERGED AS A SEVENTH SOURCE, AND
000289*                    EACH BALANCES TO ITS OWN TRAILER.
000289*   2026-10-01 JAN   EACH SOURCE OR SOMXFEED FEED THAT FAILS TO
000289*                    BALANCE, AND A BUILD THAT CANNOT START, NOW
000289*                    APPENDS A BLDBAL ALERT TO SOMALRT FOR THE
000289*                    END-OF-CYCLE DIGEST.
000290* Tectonics: cobc
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000484         ORGANIZATION IS LINE SEQUENTIAL
000486         FILE STATUS IS SBL-REL-STATUS.
000488
000488     SELECT APPROVED-FILE ASSIGN "SOMAPRV"
000488         ORGANIZATION IS LINE SEQUENTIAL
000488         FILE STATUS IS SBL-APV-STATUS.
000488
000489     SELECT STANDING-FILE ASSIGN "SOMSTRN"
000489         ORGANIZATION IS LINE SEQUENTIAL
000489         FILE STATUS IS SBL-STG-STATUS.
000489
000489     SELECT EXTRA-FILE ASSIGN "SOMXFEED"
000489         ORGANIZATION IS LINE SEQUENTIAL
000489         FILE STATUS IS SBL-XF-STATUS.
000489
000490     SELECT TRAN-FILE ASSIGN "TRANFILE"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS SBL-TRAN-STATUS.
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS SBL-REG-STATUS.
000560
000560     SELECT ALERT-FILE ASSIGN "SOMALRT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS SBL-ALT-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  BRANCH1-FILE
000704     LABEL RECORDS ARE STANDARD.
000706 01  SBL-REL-RECORD                  PIC X(031).
000708
000708 FD  APPROVED-FILE
000708     LABEL RECORDS ARE STANDARD.
000708 01  SBL-APV-RECORD                  PIC X(031).
000708
000709 FD  STANDING-FILE
000709     LABEL RECORDS ARE STANDARD.
000709 01  SBL-STG-RECORD                  PIC X(031).
000709
000709 FD  EXTRA-FILE
000709     LABEL RECORDS ARE STANDARD.
000709 01  SBL-XF-RECORD                   PIC X(031).
000709
000710 FD  TRAN-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 COPY SOMTRAN.
000760     LABEL RECORDS ARE STANDARD.
000770 COPY SOMBRPT.
000780
000780 FD  ALERT-FILE
000780     LABEL RECORDS ARE STANDARD.
000780 COPY SOMALRT.
000780
000790 WORKING-STORAGE SECTION.
000800 77  SBL-B1-STATUS               PIC X(02) VALUE "00".
000810     88  SBL-B1-OK                          VALUE "00".
000914     88  SBL-REL-OK                         VALUE "00".
000916     88  SBL-REL-FILE-NOT-FOUND             VALUE "35".
000918
000918 77  SBL-APV-STATUS              PIC X(02) VALUE "00".
000918     88  SBL-APV-OK                         VALUE "00".
000918     88  SBL-APV-FILE-NOT-FOUND             VALUE "35".
000919
000919 77  SBL-STG-STATUS              PIC X(02) VALUE "00".
000919     88  SBL-STG-OK                         VALUE "00".
000919     88  SBL-STG-FILE-NOT-FOUND             VALUE "35".
000919
000919 77  SBL-XF-STATUS               PIC X(02) VALUE "00".
000919     88  SBL-XF-OK                          VALUE "00".
000919     88  SBL-XF-FILE-NOT-FOUND              VALUE "35".
000918
000920 77  SBL-TRAN-STATUS             PIC X(02) VALUE "00".
000930     88  SBL-TRAN-OK                        VALUE "00".
000940
001260 77  SBL-B1-KEY                  PIC 9(06) VALUE ZEROS.
001270 77  SBL-B1-AMOUNT               PIC S9(7)V99 COMP-3 VALUE ZERO.
001280 77  SBL-B1-CC                   PIC X(04) VALUE SPACES.
001280 77  SBL-B1-CCY                  PIC X(03) VALUE SPACES.
001280 77  SBL-B1-EFF                  PIC X(06) VALUE SPACES.
001290
001300 77  SBL-B2-PRESENT-SWITCH       PIC X(01) VALUE "Y".
001310     88  SBL-B2-PRESENT-YES                 VALUE "Y".
001490 77  SBL-B2-KEY                  PIC 9(06) VALUE ZEROS.
001500 77  SBL-B2-AMOUNT               PIC S9(7)V99 COMP-3 VALUE ZERO.
001510 77  SBL-B2-CC                   PIC X(04) VALUE SPACES.
001510 77  SBL-B2-CCY                  PIC X(03) VALUE SPACES.
001510 77  SBL-B2-EFF                  PIC X(06) VALUE SPACES.
001520
001530 77  SBL-RCY-PRESENT-SWITCH      PIC X(01) VALUE "Y".
001540     88  SBL-RCY-PRESENT-YES                VALUE "Y".
001720 77  SBL-RCY-KEY                 PIC 9(06) VALUE ZEROS.
001730 77  SBL-RCY-AMOUNT              PIC S9(7)V99 COMP-3 VALUE ZERO.
001740 77  SBL-RCY-CC                  PIC X(04) VALUE SPACES.
001740 77  SBL-RCY-CCY                 PIC X(03) VALUE SPACES.
001740 77  SBL-RCY-EFF                 PIC X(06) VALUE SPACES.
001750
001742 77  SBL-REL-PRESENT-SWITCH      PIC X(01) VALUE "Y".
001742     88  SBL-REL-PRESENT-YES                VALUE "Y".
001742 77  SBL-REL-KEY                 PIC 9(06) VALUE ZEROS.
001742 77  SBL-REL-AMOUNT              PIC S9(7)V99 COMP-3 VALUE ZERO.
001742 77  SBL-REL-CC                  PIC X(04) VALUE SPACES.
001742 77  SBL-REL-CCY                 PIC X(03) VALUE SPACES.
001742 77  SBL-REL-EFF                 PIC X(06) VALUE SPACES.
001742
001744 77  SBL-APV-PRESENT-SWITCH      PIC X(01) VALUE "Y".
001744     88  SBL-APV-PRESENT-YES                VALUE "Y".
001744     88  SBL-APV-PRESENT-NO                 VALUE "N".
001744 77  SBL-APV-DONE-SWITCH         PIC X(01) VALUE "N".
001744     88  SBL-APV-DONE-YES                   VALUE "Y".
001744     88  SBL-APV-DONE-NO                    VALUE "N".
001744 77  SBL-APV-HELD-SWITCH         PIC X(01) VALUE "N".
001744     88  SBL-APV-HELD-YES                   VALUE "Y".
001744     88  SBL-APV-HELD-NO                    VALUE "N".
001744 77  SBL-APV-TRAILER-SWITCH      PIC X(01) VALUE "N".
001744     88  SBL-APV-TRAILER-YES                VALUE "Y".
001744     88  SBL-APV-TRAILER-NO                 VALUE "N".
001744 77  SBL-APV-BAL-SWITCH          PIC X(01) VALUE "Y".
001744     88  SBL-APV-BAL-YES                    VALUE "Y".
001744     88  SBL-APV-BAL-NO                     VALUE "N".
001744 77  SBL-APV-COUNT               PIC 9(07) COMP VALUE 0.
001744 77  SBL-APV-HASH                PIC S9(9)V99 COMP-3 VALUE ZERO.
001744 77  SBL-APV-EXP-COUNT           PIC 9(07) VALUE ZEROS.
001744 77  SBL-APV-EXP-HASH            PIC S9(9)V99 COMP-3 VALUE ZERO.
001744 77  SBL-APV-KEY                 PIC 9(06) VALUE ZEROS.
001744 77  SBL-APV-AMOUNT              PIC S9(7)V99 COMP-3 VALUE ZERO.
001744 77  SBL-APV-CC                  PIC X(04) VALUE SPACES.
001744 77  SBL-APV-CCY                 PIC X(03) VALUE SPACES.
001744 77  SBL-APV-EFF                 PIC X(06) VALUE SPACES.
001745
001745 77  SBL-STG-PRESENT-SWITCH      PIC X(01) VALUE "Y".
001745     88  SBL-STG-PRESENT-YES                VALUE "Y".
001745     88  SBL-STG-PRESENT-NO                 VALUE "N".
001745 77  SBL-STG-DONE-SWITCH         PIC X(01) VALUE "N".
001745     88  SBL-STG-DONE-YES                   VALUE "Y".
001745     88  SBL-STG-DONE-NO                    VALUE "N".
001745 77  SBL-STG-HELD-SWITCH         PIC X(01) VALUE "N".
001745     88  SBL-STG-HELD-YES                   VALUE "Y".
001745     88  SBL-STG-HELD-NO                    VALUE "N".
001745 77  SBL-STG-TRAILER-SWITCH      PIC X(01) VALUE "N".
001745     88  SBL-STG-TRAILER-YES                VALUE "Y".
001745     88  SBL-STG-TRAILER-NO                 VALUE "N".
001745 77  SBL-STG-BAL-SWITCH          PIC X(01) VALUE "Y".
001745     88  SBL-STG-BAL-YES                    VALUE "Y".
001745     88  SBL-STG-BAL-NO                     VALUE "N".
001745 77  SBL-STG-COUNT               PIC 9(07) COMP VALUE 0.
001745 77  SBL-STG-HASH                PIC S9(9)V99 COMP-3 VALUE ZERO.
001745 77  SBL-STG-EXP-COUNT           PIC 9(07) VALUE ZEROS.
001745 77  SBL-STG-EXP-HASH            PIC S9(9)V99 COMP-3 VALUE ZERO.
001745 77  SBL-STG-KEY                 PIC 9(06) VALUE ZEROS.
001745 77  SBL-STG-AMOUNT              PIC S9(7)V99 COMP-3 VALUE ZERO.
001745 77  SBL-STG-CC                  PIC X(04) VALUE SPACES.
001745 77  SBL-STG-CCY                 PIC X(03) VALUE SPACES.
001745 77  SBL-STG-EFF                 PIC X(06) VALUE SPACES.
001745
001745******************************************************************
001745* SOMXFEED MERGE STATE - THE FEEDS ON SOMXFEED ARE NOT IN ONE KEY
001745* SEQUENCE BETWEEN THEM, SO EVERY DETAIL IS LOADED AT THE START
001745* INTO SBL-XF-DETAIL-TABLE IN KEY ORDER AND MERGED FROM THERE.
001745* SBL-XF-FORM-SWITCH GOES TO "N" WHEN THE FILE ITSELF IS NOT
001745* MADE UP OF WHOLE HEADER-TO-TRAILER FEEDS.
001745******************************************************************
001745 77  SBL-XF-PRESENT-SWITCH       PIC X(01) VALUE "Y".
001745     88  SBL-XF-PRESENT-YES                 VALUE "Y".
001745     88  SBL-XF-PRESENT-NO                  VALUE "N".
001745 77  SBL-XF-EOF-SWITCH           PIC X(01) VALUE "N".
001745     88  SBL-XF-EOF-YES                     VALUE "Y".
001745     88  SBL-XF-EOF-NO                      VALUE "N".
001745 77  SBL-XF-HELD-SWITCH          PIC X(01) VALUE "N".
001745     88  SBL-XF-HELD-YES                    VALUE "Y".
001745     88  SBL-XF-HELD-NO                     VALUE "N".
001745 77  SBL-XF-FORM-SWITCH          PIC X(01) VALUE "Y".
001745     88  SBL-XF-FORM-YES                    VALUE "Y".
001745     88  SBL-XF-FORM-NO                     VALUE "N".
001745 77  SBL-XF-BAL-SWITCH           PIC X(01) VALUE "Y".
001745     88  SBL-XF-BAL-YES                     VALUE "Y".
001745     88  SBL-XF-BAL-NO                      VALUE "N".
001745 77  SBL-XF-KEY                  PIC 9(06) VALUE ZEROS.
001745 77  SBL-XF-AMOUNT               PIC S9(7)V99 COMP-3 VALUE ZERO.
001745 77  SBL-XF-CC                   PIC X(04) VALUE SPACES.
001745 77  SBL-XF-CCY                  PIC X(03) VALUE SPACES.
001745 77  SBL-XF-EFF                  PIC X(06) VALUE SPACES.
001745 77  SBL-XF-RECORD-COUNT         PIC 9(07) COMP VALUE 0.
001745
001745 77  SBL-XF-GROUP-MAX            PIC 9(03) COMP VALUE 20.
001745 77  SBL-XF-GROUP-COUNT          PIC 9(03) COMP VALUE 0.
001745 77  SBL-XF-OPEN-GX              PIC 9(03) COMP VALUE 0.
001745 77  SBL-XF-GX                   PIC 9(03) COMP VALUE 0.
001745
001745 01  SBL-XF-GROUP-TABLE.
001745     05  SBL-XFG-ENTRY OCCURS 20 TIMES.
001745         10  SBL-XFG-SOURCE          PIC X(08).
001745         10  SBL-XFG-FILE-DATE       PIC 9(08).
001745         10  SBL-XFG-COUNT           PIC 9(07) COMP.
001745         10  SBL-XFG-HASH            PIC S9(9)V99 COMP-3.
001745         10  SBL-XFG-EXP-COUNT       PIC 9(07).
001745         10  SBL-XFG-EXP-HASH        PIC S9(9)V99 COMP-3.
001745         10  SBL-XFG-TRAILER-SWITCH  PIC X(01).
001745             88  SBL-XFG-TRAILER-YES            VALUE "Y".
001745             88  SBL-XFG-TRAILER-NO             VALUE "N".
001745         10  SBL-XFG-BAL-SWITCH      PIC X(01).
001745             88  SBL-XFG-BAL-YES                VALUE "Y".
001745             88  SBL-XFG-BAL-NO                 VALUE "N".
001745
001745 77  SBL-XF-DET-MAX              PIC 9(05) COMP VALUE 5000.
001745 77  SBL-XF-DET-COUNT            PIC 9(05) COMP VALUE 0.
001745 77  SBL-XF-NEXT                 PIC 9(05) COMP VALUE 0.
001745 77  SBL-XF-LO                   PIC 9(05) COMP VALUE 0.
001745 77  SBL-XF-HI                   PIC 9(05) COMP VALUE 0.
001745 77  SBL-XF-MID                  PIC 9(05) COMP VALUE 0.
001745 77  SBL-XF-TX                   PIC 9(05) COMP VALUE 0.
001745
001745 01  SBL-XF-DETAIL-TABLE.
001745     05  SBL-XFD-ENTRY OCCURS 5000 TIMES.
001745         10  SBL-XFD-KEY             PIC 9(06).
001745         10  SBL-XFD-AMOUNT          PIC S9(7)V99 COMP-3.
001745         10  SBL-XFD-CC              PIC X(04).
001745         10  SBL-XFD-CCY             PIC X(03).
001745         10  SBL-XFD-EFF             PIC X(06).
001750
001760 77  SBL-PICK                    PIC 9(01) VALUE 0.
001770 77  SBL-LOW-KEY                 PIC 9(06) VALUE ZEROS.
001790 77  SBL-WRITTEN-COUNT           PIC 9(07) COMP VALUE 0.
001800 77  SBL-WRITTEN-TOTAL           PIC S9(9)V99 COMP-3 VALUE ZERO.
001810
001810 77  SBL-ALT-STATUS              PIC X(02) VALUE "00".
001810     88  SBL-ALT-OK                         VALUE "00".
001810     88  SBL-ALT-FILE-NOT-FOUND             VALUE "35".
001810
001810 77  SBL-ALT-OPEN-SWITCH         PIC X(01) VALUE "N".
001810     88  SBL-ALT-OPEN-YES                   VALUE "Y".
001810     88  SBL-ALT-OPEN-NO                    VALUE "N".
001810     88  SBL-ALT-OPEN-FAILED                VALUE "F".
001810
001810******************************************************************
001810* SBL-ALERT-FIELDS - ONE ALERT FOR THE END-OF-CYCLE DIGEST, SET
001810* UP HERE BEFORE EACH PERFORM OF THE ALERT WRITE.  SEVERITY
001810* 1 = INFO, 2 = WARNING, 3 = CRITICAL; SETPARM MAY RE-RANK IT.
001810******************************************************************
001810 01  SBL-ALERT-FIELDS.
001810     05  SBL-ALT-SEVERITY            PIC 9(01) VALUE ZERO.
001810     05  SBL-ALT-CODE                PIC X(06) VALUE SPACES.
001810     05  SBL-ALT-KEY                 PIC X(12) VALUE SPACES.
001810     05  SBL-ALT-MESSAGE             PIC X(46) VALUE SPACES.
001810
001820******************************************************************
001830* THE BATCHED SOURCE RECORD IS INTERPRETED HERE IN WORKING
001840* STORAGE - EACH SOURCE FD CARRIES A PLAIN BUFFER AND MOVES IT
001850* INTO THIS LAYOUT, SO ONE COPYBOOK SERVES EVERY FEED.
001860******************************************************************
001870 COPY SOMBTCH.
001880
002280             THRU 2000-MERGE-ONE-RECORD-EXIT
002290             UNTIL SBL-B1-HELD-NO AND SBL-B2-HELD-NO
002300               AND SBL-RCY-HELD-NO AND SBL-REL-HELD-NO
002300               AND SBL-APV-HELD-NO
002300               AND SBL-STG-HELD-NO
002300               AND SBL-XF-HELD-NO
002310     END-IF.
002320
002330     PERFORM 3000-TERMINATE
002909         END-IF
002909     END-IF.
002909
002909     OPEN INPUT APPROVED-FILE.
002909
002909     IF SBL-APV-FILE-NOT-FOUND
002909         MOVE "N" TO SBL-APV-PRESENT-SWITCH
002909         MOVE "Y" TO SBL-APV-DONE-SWITCH
002909     ELSE
002909         IF NOT SBL-APV-OK
002909             DISPLAY "SOMBUILD: UNABLE TO OPEN SOMAPRV, STATUS "
002909                 SBL-APV-STATUS
002909             MOVE 8 TO RETURN-CODE
002909             MOVE "N" TO SBL-INIT-STATUS-SWITCH
002909             GO TO 1000-INITIALIZE-EXIT
002909         END-IF
002909     END-IF.
002909
002909     OPEN INPUT STANDING-FILE.
002909
002909     IF SBL-STG-FILE-NOT-FOUND
002909         MOVE "N" TO SBL-STG-PRESENT-SWITCH
002909         MOVE "Y" TO SBL-STG-DONE-SWITCH
002909     ELSE
002909         IF NOT SBL-STG-OK
002909             DISPLAY "SOMBUILD: UNABLE TO OPEN SOMSTRN, STATUS "
002909                 SBL-STG-STATUS
002909             MOVE 8 TO RETURN-CODE
002909             MOVE "N" TO SBL-INIT-STATUS-SWITCH
002909             GO TO 1000-INITIALIZE-EXIT
002909         END-IF
002909     END-IF.
002909
002910     PERFORM 1400-LOAD-EXTRA-FEEDS
002910         THRU 1400-LOAD-EXTRA-FEEDS-EXIT.
002910
002910     IF SBL-INIT-FAILED
002910         GO TO 1000-INITIALIZE-EXIT
002910     END-IF.
002910
002910     OPEN OUTPUT TRAN-FILE.
002920
002930     IF NOT SBL-TRAN-OK
003240         THRU 2130-ADVANCE-RECYCLE-EXIT.
003242     PERFORM 2140-ADVANCE-RELEASE
003244         THRU 2140-ADVANCE-RELEASE-EXIT.
003246     PERFORM 2150-ADVANCE-APPROVED
003248         THRU 2150-ADVANCE-APPROVED-EXIT.
003248     PERFORM 2160-ADVANCE-STANDING
003248         THRU 2160-ADVANCE-STANDING-EXIT.
003248     PERFORM 2170-ADVANCE-EXTRA
003248         THRU 2170-ADVANCE-EXTRA-EXIT.
003250
003260 1000-INITIALIZE-EXIT.
003270     EXIT.
003280
003280******************************************************************
003280* 1400-LOAD-EXTRA-FEEDS - READ THE WHOLE OF SOMXFEED, NOTING EACH
003280*                        FEED'S HEADER AND TRAILER AND FILING
003280*                        EVERY DETAIL IN KEY ORDER FOR THE MERGE.
003280*                        A FILE THAT DOES NOT EXIST TONIGHT IS
003280*                        SIMPLY MARKED NOT PRESENT.
003280******************************************************************
003280 1400-LOAD-EXTRA-FEEDS.
003280
003280     OPEN INPUT EXTRA-FILE.
003280
003280     IF SBL-XF-FILE-NOT-FOUND
003280         MOVE "N" TO SBL-XF-PRESENT-SWITCH
003280         GO TO 1400-LOAD-EXTRA-FEEDS-EXIT
003280     END-IF.
003280
003280     IF NOT SBL-XF-OK
003280         DISPLAY "SOMBUILD: UNABLE TO OPEN SOMXFEED, STATUS "
003280             SBL-XF-STATUS
003280         MOVE 8 TO RETURN-CODE
003280         MOVE "N" TO SBL-INIT-STATUS-SWITCH
003280         GO TO 1400-LOAD-EXTRA-FEEDS-EXIT
003280     END-IF.
003280
003280     PERFORM 1410-READ-EXTRA-RECORD
003280         THRU 1410-READ-EXTRA-RECORD-EXIT
003280         UNTIL SBL-XF-EOF-YES.
003280
003280     CLOSE EXTRA-FILE.
003280
003280 1400-LOAD-EXTRA-FEEDS-EXIT.
003280     EXIT.
003280
003280******************************************************************
003280* 1410-READ-EXTRA-RECORD - READ ONE SOMXFEED RECORD.  A HEADER
003280*                         OPENS A NEW FEED, A DETAIL IS COUNTED
003280*                         INTO THE OPEN FEED AND FILED, AND A
003280*                         TRAILER CLOSES THE FEED WITH ITS
003280*                         EXPECTED FIGURES.  A FEED LEFT OPEN BY
003280*                         THE NEXT HEADER OR BY END OF FILE ENDED
003280*                         WITHOUT A TRAILER AND FAILS.
003280******************************************************************
003280 1410-READ-EXTRA-RECORD.
003280
003280     READ EXTRA-FILE
003280         AT END
003280             MOVE "Y" TO SBL-XF-EOF-SWITCH
003280     END-READ.
003280
003280     IF SBL-XF-EOF-YES
003280         IF SBL-XF-OPEN-GX > 0
003280             PERFORM 1420-FEED-NOT-CLOSED
003280                 THRU 1420-FEED-NOT-CLOSED-EXIT
003280         END-IF
003280         GO TO 1410-READ-EXTRA-RECORD-EXIT
003280     END-IF.
003280
003280     ADD 1 TO SBL-XF-RECORD-COUNT.
003280     MOVE SBL-XF-RECORD TO SOM-BCH-RECORD.
003280
003280     IF SOM-BCH-HEADER
003280         IF SBL-XF-OPEN-GX > 0
003280             PERFORM 1420-FEED-NOT-CLOSED
003280                 THRU 1420-FEED-NOT-CLOSED-EXIT
003280         END-IF
003280         PERFORM 1430-OPEN-EXTRA-FEED
003280             THRU 1430-OPEN-EXTRA-FEED-EXIT
003280         GO TO 1410-READ-EXTRA-RECORD-EXIT
003280     END-IF.
003280
003280     IF SOM-BCH-TRAILER
003280         IF SBL-XF-OPEN-GX = 0
003280             DISPLAY "SOMBUILD: SOMXFEED TRAILER AT RECORD "
003280                 SBL-XF-RECORD-COUNT " HAS NO HEADER"
003280             MOVE "N" TO SBL-XF-FORM-SWITCH
003280         ELSE
003280             MOVE SOM-BCH-REC-COUNT
003280                 TO SBL-XFG-EXP-COUNT (SBL-XF-OPEN-GX)
003280             MOVE SOM-BCH-HASH-TOTAL
003280                 TO SBL-XFG-EXP-HASH (SBL-XF-OPEN-GX)
003280             MOVE "Y" TO SBL-XFG-TRAILER-SWITCH (SBL-XF-OPEN-GX)
003280             MOVE 0 TO SBL-XF-OPEN-GX
003280         END-IF
003280         GO TO 1410-READ-EXTRA-RECORD-EXIT
003280     END-IF.
003280
003280     IF SOM-BCH-DETAIL
003280         IF SBL-XF-OPEN-GX = 0
003280             DISPLAY "SOMBUILD: SOMXFEED DETAIL AT RECORD "
003280                 SBL-XF-RECORD-COUNT " IS OUTSIDE ANY FEED"
003280             MOVE "N" TO SBL-XF-FORM-SWITCH
003280         ELSE
003280             ADD 1 TO SBL-XFG-COUNT (SBL-XF-OPEN-GX)
003280             ADD SOM-BCH-TRAN-AMOUNT
003280                 TO SBL-XFG-HASH (SBL-XF-OPEN-GX)
003280             PERFORM 1440-FILE-EXTRA-DETAIL
003280                 THRU 1440-FILE-EXTRA-DETAIL-EXIT
003280         END-IF
003280         GO TO 1410-READ-EXTRA-RECORD-EXIT
003280     END-IF.
003280
003280     DISPLAY "SOMBUILD: SOMXFEED RECORD TYPE " SOM-BCH-TYPE
003280         " NOT RECOGNIZED".
003280     IF SBL-XF-OPEN-GX > 0
003280         MOVE "N" TO SBL-XFG-BAL-SWITCH (SBL-XF-OPEN-GX)
003280     ELSE
003280         MOVE "N" TO SBL-XF-FORM-SWITCH
003280     END-IF.
003280
003280 1410-READ-EXTRA-RECORD-EXIT.
003280     EXIT.
003280
003280******************************************************************
003280* 1420-FEED-NOT-CLOSED - THE OPEN FEED ENDED WITHOUT A TRAILER
003280******************************************************************
003280 1420-FEED-NOT-CLOSED.
003280
003280     DISPLAY "SOMBUILD: SOMXFEED "
003280         SBL-XFG-SOURCE (SBL-XF-OPEN-GX)
003280         " ENDED WITHOUT A TRAILER".
003280     MOVE "N" TO SBL-XFG-BAL-SWITCH (SBL-XF-OPEN-GX).
003280     MOVE 0 TO SBL-XF-OPEN-GX.
003280
003280 1420-FEED-NOT-CLOSED-EXIT.
003280     EXIT.
003280
003280******************************************************************
003280* 1430-OPEN-EXTRA-FEED - START A NEW FEED FROM ITS HEADER.  THE
003280*                       SAME SOURCE AND FILE DATE TWICE MEANS ONE
003280*                       FEED WAS GIVEN TWICE - THE SECOND COPY
003280*                       FAILS RATHER THAN POSTING AGAIN.
003280******************************************************************
003280 1430-OPEN-EXTRA-FEED.
003280
003280     IF SBL-XF-GROUP-COUNT NOT < SBL-XF-GROUP-MAX
003280         DISPLAY "SOMBUILD: SOMXFEED CARRIES MORE THAN "
003280             SBL-XF-GROUP-MAX " FEEDS"
003280         MOVE "N" TO SBL-XF-FORM-SWITCH
003280         MOVE "Y" TO SBL-XF-EOF-SWITCH
003280         GO TO 1430-OPEN-EXTRA-FEED-EXIT
003280     END-IF.
003280
003280     ADD 1 TO SBL-XF-GROUP-COUNT.
003280     MOVE SBL-XF-GROUP-COUNT TO SBL-XF-OPEN-GX.
003280     MOVE SOM-BCH-SOURCE-ID
003280         TO SBL-XFG-SOURCE (SBL-XF-OPEN-GX).
003280     MOVE SOM-BCH-FILE-DATE
003280         TO SBL-XFG-FILE-DATE (SBL-XF-OPEN-GX).
003280     MOVE 0    TO SBL-XFG-COUNT (SBL-XF-OPEN-GX).
003280     MOVE ZERO TO SBL-XFG-HASH (SBL-XF-OPEN-GX).
003280     MOVE 0    TO SBL-XFG-EXP-COUNT (SBL-XF-OPEN-GX).
003280     MOVE ZERO TO SBL-XFG-EXP-HASH (SBL-XF-OPEN-GX).
003280     MOVE "N"  TO SBL-XFG-TRAILER-SWITCH (SBL-XF-OPEN-GX).
003280     MOVE "Y"  TO SBL-XFG-BAL-SWITCH (SBL-XF-OPEN-GX).
003280
003280     PERFORM 1435-CHECK-REPEATED-FEED
003280         THRU 1435-CHECK-REPEATED-FEED-EXIT
003280         VARYING SBL-XF-GX FROM 1 BY 1
003280         UNTIL SBL-XF-GX NOT < SBL-XF-OPEN-GX.
003280
003280 1430-OPEN-EXTRA-FEED-EXIT.
003280     EXIT.
003280
003280******************************************************************
003280* 1435-CHECK-REPEATED-FEED - COMPARE THE NEW FEED'S HEADER WITH
003280*                           ONE EARLIER FEED
003280******************************************************************
003280 1435-CHECK-REPEATED-FEED.
003280
003280     IF SBL-XFG-SOURCE (SBL-XF-GX)
003280          = SBL-XFG-SOURCE (SBL-XF-OPEN-GX)
003280        AND SBL-XFG-FILE-DATE (SBL-XF-GX)
003280          = SBL-XFG-FILE-DATE (SBL-XF-OPEN-GX)
003280         DISPLAY "SOMBUILD: SOMXFEED "
003280             SBL-XFG-SOURCE (SBL-XF-OPEN-GX) " FILE DATE "
003280             SBL-XFG-FILE-DATE (SBL-XF-OPEN-GX) " GIVEN TWICE"
003280         MOVE "N" TO SBL-XFG-BAL-SWITCH (SBL-XF-OPEN-GX)
003280     END-IF.
003280
003280 1435-CHECK-REPEATED-FEED-EXIT.
003280     EXIT.
003280
003280******************************************************************
003280* 1440-FILE-EXTRA-DETAIL - FILE ONE DETAIL IN KEY ORDER, AFTER
003280*                         ANY DETAIL ALREADY FILED WITH THE SAME
003280*                         KEY SO THE FEEDS' OWN ORDER IS KEPT
003280******************************************************************
003280 1440-FILE-EXTRA-DETAIL.
003280
003280     IF SBL-XF-DET-COUNT NOT < SBL-XF-DET-MAX
003280         DISPLAY "SOMBUILD: SOMXFEED CARRIES MORE THAN "
003280             SBL-XF-DET-MAX " DETAILS"
003280         MOVE "N" TO SBL-XF-FORM-SWITCH
003280         MOVE "Y" TO SBL-XF-EOF-SWITCH
003280         GO TO 1440-FILE-EXTRA-DETAIL-EXIT
003280     END-IF.
003280
003280     MOVE 1 TO SBL-XF-LO.
003280     MOVE SBL-XF-DET-COUNT TO SBL-XF-HI.
003280
003280     PERFORM 1445-PROBE-EXTRA-SLOT
003280         THRU 1445-PROBE-EXTRA-SLOT-EXIT
003280         UNTIL SBL-XF-LO > SBL-XF-HI.
003280
003280     PERFORM 1450-SHIFT-EXTRA-DETAIL
003280         THRU 1450-SHIFT-EXTRA-DETAIL-EXIT
003280         VARYING SBL-XF-TX FROM SBL-XF-DET-COUNT BY -1
003280         UNTIL SBL-XF-TX < SBL-XF-LO.
003280
003280     MOVE SOM-BCH-TRAN-KEY     TO SBL-XFD-KEY (SBL-XF-LO).
003280     MOVE SOM-BCH-TRAN-AMOUNT  TO SBL-XFD-AMOUNT (SBL-XF-LO).
003280     MOVE SOM-BCH-TRAN-CC      TO SBL-XFD-CC (SBL-XF-LO).
003280     MOVE SOM-BCH-TRAN-CURRENCY
003280                               TO SBL-XFD-CCY (SBL-XF-LO).
003280     MOVE SOM-BCH-TRAN-EFF-PERIOD
003280                               TO SBL-XFD-EFF (SBL-XF-LO).
003280     ADD 1 TO SBL-XF-DET-COUNT.
003280
003280 1440-FILE-EXTRA-DETAIL-EXIT.
003280     EXIT.
003280
003280******************************************************************
003280* 1445-PROBE-EXTRA-SLOT - HALVE THE SEARCH RANGE ONCE; SBL-XF-LO
003280*                        ENDS ON THE FIRST ENTRY WITH A HIGHER KEY
003280******************************************************************
003280 1445-PROBE-EXTRA-SLOT.
003280
003280     COMPUTE SBL-XF-MID = (SBL-XF-LO + SBL-XF-HI) / 2.
003280
003280     IF SBL-XFD-KEY (SBL-XF-MID) > SOM-BCH-TRAN-KEY
003280         COMPUTE SBL-XF-HI = SBL-XF-MID - 1
003280     ELSE
003280         COMPUTE SBL-XF-LO = SBL-XF-MID + 1
003280     END-IF.
003280
003280 1445-PROBE-EXTRA-SLOT-EXIT.
003280     EXIT.
003280
003280******************************************************************
003280* 1450-SHIFT-EXTRA-DETAIL - MOVE ONE ENTRY DOWN A SLOT
003280******************************************************************
003280 1450-SHIFT-EXTRA-DETAIL.
003280
003280     MOVE SBL-XFD-ENTRY (SBL-XF-TX)
003280         TO SBL-XFD-ENTRY (SBL-XF-TX + 1).
003280
003280 1450-SHIFT-EXTRA-DETAIL-EXIT.
003280     EXIT.
003290******************************************************************
003300* 2000-MERGE-ONE-RECORD - PICK THE LOWEST TRANSACTION KEY AMONG
003310*                        THE DETAILS EACH SOURCE IS HOLDING,
003547         MOVE 4           TO SBL-PICK
003548         MOVE SBL-REL-KEY TO SBL-LOW-KEY
003549     END-IF.
003549
003549     IF SBL-APV-HELD-YES
003549        AND (SBL-PICK = 0 OR SBL-APV-KEY < SBL-LOW-KEY)
003549         MOVE 5           TO SBL-PICK
003549         MOVE SBL-APV-KEY TO SBL-LOW-KEY
003549     END-IF.
003550
003549     IF SBL-STG-HELD-YES
003549        AND (SBL-PICK = 0 OR SBL-STG-KEY < SBL-LOW-KEY)
003549         MOVE 6           TO SBL-PICK
003549         MOVE SBL-STG-KEY TO SBL-LOW-KEY
003549     END-IF.
003549
003549     IF SBL-XF-HELD-YES
003549        AND (SBL-PICK = 0 OR SBL-XF-KEY < SBL-LOW-KEY)
003549         MOVE 7           TO SBL-PICK
003549         MOVE SBL-XF-KEY  TO SBL-LOW-KEY
003549     END-IF.
003560     IF SBL-PICK = 0
003570         GO TO 2000-MERGE-ONE-RECORD-EXIT
003580     END-IF.
003630         MOVE SBL-B1-KEY    TO SOM-TRAN-KEY
003640         MOVE SBL-B1-AMOUNT TO SOM-TRAN-AMOUNT
003650         MOVE SBL-B1-CC     TO SOM-TRAN-COST-CENTER
003650         MOVE SBL-B1-CCY    TO SOM-TRAN-CURRENCY
003650         MOVE SBL-B1-EFF    TO SOM-TRAN-EFF-PERIOD
003660         ADD SBL-B1-AMOUNT  TO SBL-WRITTEN-TOTAL
003670     END-IF.
003680
003700         MOVE SBL-B2-KEY    TO SOM-TRAN-KEY
003710         MOVE SBL-B2-AMOUNT TO SOM-TRAN-AMOUNT
003720         MOVE SBL-B2-CC     TO SOM-TRAN-COST-CENTER
003720         MOVE SBL-B2-CCY    TO SOM-TRAN-CURRENCY
003720         MOVE SBL-B2-EFF    TO SOM-TRAN-EFF-PERIOD
003730         ADD SBL-B2-AMOUNT  TO SBL-WRITTEN-TOTAL
003740     END-IF.
003750
003770         MOVE SBL-RCY-KEY    TO SOM-TRAN-KEY
003780         MOVE SBL-RCY-AMOUNT TO SOM-TRAN-AMOUNT
003790         MOVE SBL-RCY-CC     TO SOM-TRAN-COST-CENTER
003790         MOVE SBL-RCY-CCY    TO SOM-TRAN-CURRENCY
003790         MOVE SBL-RCY-EFF    TO SOM-TRAN-EFF-PERIOD
003800         ADD SBL-RCY-AMOUNT  TO SBL-WRITTEN-TOTAL
003810     END-IF.
003820
003814         MOVE SBL-REL-KEY    TO SOM-TRAN-KEY
003816         MOVE SBL-REL-AMOUNT TO SOM-TRAN-AMOUNT
003818         MOVE SBL-REL-CC     TO SOM-TRAN-COST-CENTER
003818         MOVE SBL-REL-CCY    TO SOM-TRAN-CURRENCY
003818         MOVE SBL-REL-EFF    TO SOM-TRAN-EFF-PERIOD
003820         ADD SBL-REL-AMOUNT  TO SBL-WRITTEN-TOTAL
003822     END-IF.
003822
003822     IF SBL-PICK = 5
003822         MOVE SBL-APV-KEY    TO SOM-TRAN-KEY
003822         MOVE SBL-APV-AMOUNT TO SOM-TRAN-AMOUNT
003822         MOVE SBL-APV-CC     TO SOM-TRAN-COST-CENTER
003822         MOVE SBL-APV-CCY    TO SOM-TRAN-CURRENCY
003822         MOVE SBL-APV-EFF    TO SOM-TRAN-EFF-PERIOD
003822         MOVE "Y"            TO SOM-TRAN-APPROVED
003822         ADD SBL-APV-AMOUNT  TO SBL-WRITTEN-TOTAL
003822     END-IF.
003823
003823     IF SBL-PICK = 6
003823         MOVE SBL-STG-KEY    TO SOM-TRAN-KEY
003823         MOVE SBL-STG-AMOUNT TO SOM-TRAN-AMOUNT
003823         MOVE SBL-STG-CC     TO SOM-TRAN-COST-CENTER
003823         MOVE SBL-STG-CCY    TO SOM-TRAN-CURRENCY
003823         MOVE SBL-STG-EFF    TO SOM-TRAN-EFF-PERIOD
003823         ADD SBL-STG-AMOUNT  TO SBL-WRITTEN-TOTAL
003823     END-IF.
003823
003823     IF SBL-PICK = 7
003823         MOVE SBL-XF-KEY     TO SOM-TRAN-KEY
003823         MOVE SBL-XF-AMOUNT  TO SOM-TRAN-AMOUNT
003823         MOVE SBL-XF-CC      TO SOM-TRAN-COST-CENTER
003823         MOVE SBL-XF-CCY     TO SOM-TRAN-CURRENCY
003823         MOVE SBL-XF-EFF     TO SOM-TRAN-EFF-PERIOD
003823         ADD SBL-XF-AMOUNT   TO SBL-WRITTEN-TOTAL
003823     END-IF.
003824
003830     WRITE SOM-TRAN-RECORD.
003840
004058             THRU 2140-ADVANCE-RELEASE-EXIT
004060     END-IF.
004060
004060     IF SBL-PICK = 5
004060         PERFORM 2150-ADVANCE-APPROVED
004060             THRU 2150-ADVANCE-APPROVED-EXIT
004060     END-IF.
004061
004061     IF SBL-PICK = 6
004061         PERFORM 2160-ADVANCE-STANDING
004061             THRU 2160-ADVANCE-STANDING-EXIT
004061     END-IF.
004061
004061     IF SBL-PICK = 7
004061         PERFORM 2170-ADVANCE-EXTRA
004061             THRU 2170-ADVANCE-EXTRA-EXIT
004061     END-IF.
004060
004070 2000-MERGE-ONE-RECORD-EXIT.
004080     EXIT.
004090
004670         MOVE SOM-BCH-TRAN-KEY    TO SBL-B1-KEY
004680         MOVE SOM-BCH-TRAN-AMOUNT TO SBL-B1-AMOUNT
004690         MOVE SOM-BCH-TRAN-CC     TO SBL-B1-CC
004690         MOVE SOM-BCH-TRAN-CURRENCY TO SBL-B1-CCY
004690         MOVE SOM-BCH-TRAN-EFF-PERIOD TO SBL-B1-EFF
004700         ADD 1                    TO SBL-B1-COUNT
004710         ADD SOM-BCH-TRAN-AMOUNT  TO SBL-B1-HASH
004720         MOVE "Y" TO SBL-B1-HELD-SWITCH
005360         MOVE SOM-BCH-TRAN-KEY    TO SBL-B2-KEY
005370         MOVE SOM-BCH-TRAN-AMOUNT TO SBL-B2-AMOUNT
005380         MOVE SOM-BCH-TRAN-CC     TO SBL-B2-CC
005380         MOVE SOM-BCH-TRAN-CURRENCY TO SBL-B2-CCY
005380         MOVE SOM-BCH-TRAN-EFF-PERIOD TO SBL-B2-EFF
005390         ADD 1                    TO SBL-B2-COUNT
005400         ADD SOM-BCH-TRAN-AMOUNT  TO SBL-B2-HASH
005410         MOVE "Y" TO SBL-B2-HELD-SWITCH
006050         MOVE SOM-BCH-TRAN-KEY    TO SBL-RCY-KEY
006060         MOVE SOM-BCH-TRAN-AMOUNT TO SBL-RCY-AMOUNT
006070         MOVE SOM-BCH-TRAN-CC     TO SBL-RCY-CC
006070         MOVE SOM-BCH-TRAN-CURRENCY TO SBL-RCY-CCY
006070         MOVE SOM-BCH-TRAN-EFF-PERIOD TO SBL-RCY-EFF
006080         ADD 1                    TO SBL-RCY-COUNT
006090         ADD SOM-BCH-TRAN-AMOUNT  TO SBL-RCY-HASH
006100         MOVE "Y" TO SBL-RCY-HELD-SWITCH
006191         MOVE SOM-BCH-TRAN-KEY    TO SBL-REL-KEY
006191         MOVE SOM-BCH-TRAN-AMOUNT TO SBL-REL-AMOUNT
006191         MOVE SOM-BCH-TRAN-CC     TO SBL-REL-CC
006191         MOVE SOM-BCH-TRAN-CURRENCY TO SBL-REL-CCY
006191         MOVE SOM-BCH-TRAN-EFF-PERIOD TO SBL-REL-EFF
006191         ADD 1                    TO SBL-REL-COUNT
006191         ADD SOM-BCH-TRAN-AMOUNT  TO SBL-REL-HASH
006191         MOVE "Y" TO SBL-REL-HELD-SWITCH
006191 2145-READ-RELEASE-EXIT.
006191     EXIT.
006191
006192******************************************************************
006192* 2150-ADVANCE-APPROVED - READ SOMAPRV FORWARD UNTIL IT HOLDS
006192*                        ITS NEXT DETAIL OR REACHES ITS TRAILER
006192******************************************************************
006192 2150-ADVANCE-APPROVED.
006192
006192     MOVE "N" TO SBL-APV-HELD-SWITCH.
006192
006192     IF SBL-APV-DONE-YES
006192         GO TO 2150-ADVANCE-APPROVED-EXIT
006192     END-IF.
006192
006192     PERFORM 2155-READ-APPROVED
006192         THRU 2155-READ-APPROVED-EXIT
006192         UNTIL SBL-APV-DONE-YES OR SBL-APV-HELD-YES.
006192
006192 2150-ADVANCE-APPROVED-EXIT.
006192     EXIT.
006192
006192******************************************************************
006192* 2155-READ-APPROVED - READ ONE SOMAPRV RECORD; SAME HANDLING
006192*                     AS 2115-READ-BRANCH1
006192******************************************************************
006192 2155-READ-APPROVED.
006192
006192     READ APPROVED-FILE
006192         AT END
006192             MOVE "Y" TO SBL-APV-DONE-SWITCH
006192     END-READ.
006192
006192     IF SBL-APV-DONE-YES
006192         IF SBL-APV-TRAILER-NO
006192             DISPLAY "SOMBUILD: SOMAPRV ENDED WITHOUT A TRAILER"
006192             MOVE "N" TO SBL-APV-BAL-SWITCH
006192         END-IF
006192         GO TO 2155-READ-APPROVED-EXIT
006192     END-IF.
006192
006192     MOVE SBL-APV-RECORD TO SOM-BCH-RECORD.
006192
006192     IF SOM-BCH-HEADER
006192         GO TO 2155-READ-APPROVED-EXIT
006192     END-IF.
006192
006192     IF SOM-BCH-TRAILER
006192         MOVE SOM-BCH-REC-COUNT  TO SBL-APV-EXP-COUNT
006192         MOVE SOM-BCH-HASH-TOTAL TO SBL-APV-EXP-HASH
006192         MOVE "Y" TO SBL-APV-TRAILER-SWITCH
006192         MOVE "Y" TO SBL-APV-DONE-SWITCH
006192         GO TO 2155-READ-APPROVED-EXIT
006192     END-IF.
006192
006192     IF SOM-BCH-DETAIL
006192         MOVE SOM-BCH-TRAN-KEY    TO SBL-APV-KEY
006192         MOVE SOM-BCH-TRAN-AMOUNT TO SBL-APV-AMOUNT
006192         MOVE SOM-BCH-TRAN-CC     TO SBL-APV-CC
006192         MOVE SOM-BCH-TRAN-CURRENCY TO SBL-APV-CCY
006192         MOVE SOM-BCH-TRAN-EFF-PERIOD TO SBL-APV-EFF
006192         ADD 1                    TO SBL-APV-COUNT
006192         ADD SOM-BCH-TRAN-AMOUNT  TO SBL-APV-HASH
006192         MOVE "Y" TO SBL-APV-HELD-SWITCH
006192         GO TO 2155-READ-APPROVED-EXIT
006192     END-IF.
006192
006192     DISPLAY "SOMBUILD: SOMAPRV RECORD TYPE " SOM-BCH-TYPE
006192         " NOT RECOGNIZED".
006192     MOVE "N" TO SBL-APV-BAL-SWITCH.
006192
006192 2155-READ-APPROVED-EXIT.
006192     EXIT.
006192
006193******************************************************************
006193* 2160-ADVANCE-STANDING - READ SOMSTRN FORWARD UNTIL IT HOLDS
006193*                        ITS NEXT DETAIL OR REACHES ITS TRAILER
006193******************************************************************
006193 2160-ADVANCE-STANDING.
006193
006193     MOVE "N" TO SBL-STG-HELD-SWITCH.
006193
006193     IF SBL-STG-DONE-YES
006193         GO TO 2160-ADVANCE-STANDING-EXIT
006193     END-IF.
006193
006193     PERFORM 2165-READ-STANDING
006193         THRU 2165-READ-STANDING-EXIT
006193         UNTIL SBL-STG-DONE-YES OR SBL-STG-HELD-YES.
006193
006193 2160-ADVANCE-STANDING-EXIT.
006193     EXIT.
006193
006193******************************************************************
006193* 2165-READ-STANDING - READ ONE SOMSTRN RECORD; SAME HANDLING
006193*                     AS 2115-READ-BRANCH1
006193******************************************************************
006193 2165-READ-STANDING.
006193
006193     READ STANDING-FILE
006193         AT END
006193             MOVE "Y" TO SBL-STG-DONE-SWITCH
006193     END-READ.
006193
006193     IF SBL-STG-DONE-YES
006193         IF SBL-STG-TRAILER-NO
006193             DISPLAY "SOMBUILD: SOMSTRN ENDED WITHOUT A TRAILER"
006193             MOVE "N" TO SBL-STG-BAL-SWITCH
006193         END-IF
006193         GO TO 2165-READ-STANDING-EXIT
006193     END-IF.
006193
006193     MOVE SBL-STG-RECORD TO SOM-BCH-RECORD.
006193
006193     IF SOM-BCH-HEADER
006193         GO TO 2165-READ-STANDING-EXIT
006193     END-IF.
006193
006193     IF SOM-BCH-TRAILER
006193         MOVE SOM-BCH-REC-COUNT  TO SBL-STG-EXP-COUNT
006193         MOVE SOM-BCH-HASH-TOTAL TO SBL-STG-EXP-HASH
006193         MOVE "Y" TO SBL-STG-TRAILER-SWITCH
006193         MOVE "Y" TO SBL-STG-DONE-SWITCH
006193         GO TO 2165-READ-STANDING-EXIT
006193     END-IF.
006193
006193     IF SOM-BCH-DETAIL
006193         MOVE SOM-BCH-TRAN-KEY    TO SBL-STG-KEY
006193         MOVE SOM-BCH-TRAN-AMOUNT TO SBL-STG-AMOUNT
006193         MOVE SOM-BCH-TRAN-CC     TO SBL-STG-CC
006193         MOVE SOM-BCH-TRAN-CURRENCY TO SBL-STG-CCY
006193         MOVE SOM-BCH-TRAN-EFF-PERIOD TO SBL-STG-EFF
006193         ADD 1                    TO SBL-STG-COUNT
006193         ADD SOM-BCH-TRAN-AMOUNT  TO SBL-STG-HASH
006193         MOVE "Y" TO SBL-STG-HELD-SWITCH
006193         GO TO 2165-READ-STANDING-EXIT
006193     END-IF.
006193
006193     DISPLAY "SOMBUILD: SOMSTRN RECORD TYPE " SOM-BCH-TYPE
006193         " NOT RECOGNIZED".
006193     MOVE "N" TO SBL-STG-BAL-SWITCH.
006193
006193 2165-READ-STANDING-EXIT.
006193     EXIT.
006193
006194******************************************************************
006194* 2170-ADVANCE-EXTRA - HOLD THE NEXT SOMXFEED DETAIL FROM THE
006194*                     KEY-ORDERED TABLE LOADED AT THE START
006194******************************************************************
006194 2170-ADVANCE-EXTRA.
006194
006194     MOVE "N" TO SBL-XF-HELD-SWITCH.
006194
006194     IF SBL-XF-NEXT NOT < SBL-XF-DET-COUNT
006194         GO TO 2170-ADVANCE-EXTRA-EXIT
006194     END-IF.
006194
006194     ADD 1 TO SBL-XF-NEXT.
006194     MOVE SBL-XFD-KEY (SBL-XF-NEXT)    TO SBL-XF-KEY.
006194     MOVE SBL-XFD-AMOUNT (SBL-XF-NEXT) TO SBL-XF-AMOUNT.
006194     MOVE SBL-XFD-CC (SBL-XF-NEXT)     TO SBL-XF-CC.
006194     MOVE SBL-XFD-CCY (SBL-XF-NEXT)    TO SBL-XF-CCY.
006194     MOVE SBL-XFD-EFF (SBL-XF-NEXT)    TO SBL-XF-EFF.
006194     MOVE "Y" TO SBL-XF-HELD-SWITCH.
006194
006194 2170-ADVANCE-EXTRA-EXIT.
006194     EXIT.
006210******************************************************************
006220* 2500-WRITE-REGISTER-LINE - MOVE THE WORK LINE TO THE REGISTER
006230*                           RECORD, WRITE IT AND CHECK THE STATUS
006440 3000-TERMINATE.
006450
006460     IF SBL-INIT-FAILED
006460         ACCEPT SBL-RUN-DATE FROM DATE YYYYMMDD
006460         MOVE 3 TO SBL-ALT-SEVERITY
006460         MOVE "BLDBAL" TO SBL-ALT-CODE
006460         MOVE "TRANFILE" TO SBL-ALT-KEY
006460         MOVE "BUILD COULD NOT START - NO TRANFILE BUILT"
006460             TO SBL-ALT-MESSAGE
006460         PERFORM 3500-WRITE-ALERT
006460             THRU 3500-WRITE-ALERT-EXIT
006460         IF SBL-ALT-OPEN-YES
006460             CLOSE ALERT-FILE
006460         END-IF
006470         GO TO 3000-TERMINATE-EXIT
006480     END-IF.
006490
006764         END-IF
006766     END-IF.
006768
006768     IF SBL-APV-PRESENT-YES AND SBL-APV-TRAILER-YES
006768         IF SBL-APV-COUNT NOT = SBL-APV-EXP-COUNT
006768            OR SBL-APV-HASH NOT = SBL-APV-EXP-HASH
006768             DISPLAY "SOMBUILD: SOMAPRV DOES NOT BALANCE TO "
006768                 "ITS TRAILER"
006768             MOVE "N" TO SBL-APV-BAL-SWITCH
006768         END-IF
006768     END-IF.
006769
006769     IF SBL-STG-PRESENT-YES AND SBL-STG-TRAILER-YES
006769         IF SBL-STG-COUNT NOT = SBL-STG-EXP-COUNT
006769            OR SBL-STG-HASH NOT = SBL-STG-EXP-HASH
006769             DISPLAY "SOMBUILD: SOMSTRN DOES NOT BALANCE TO "
006769                 "ITS TRAILER"
006769             MOVE "N" TO SBL-STG-BAL-SWITCH
006769         END-IF
006769     END-IF.
006769
006769     IF SBL-XF-FORM-NO
006769         MOVE "N" TO SBL-XF-BAL-SWITCH
006769     END-IF.
006769
006769     PERFORM 3100-CHECK-EXTRA-FEED
006769         THRU 3100-CHECK-EXTRA-FEED-EXIT
006769         VARYING SBL-XF-GX FROM 1 BY 1
006769         UNTIL SBL-XF-GX > SBL-XF-GROUP-COUNT.
006768
006770     MOVE SPACES          TO SBL-REG-WORK-LINE.
006780     MOVE "BRANCH01"      TO SBL-REG-DET-SOURCE.
006790     MOVE SBL-B1-COUNT    TO SBL-REG-DET-COUNT.
007242     PERFORM 2500-WRITE-REGISTER-LINE
007242         THRU 2500-WRITE-REGISTER-LINE-EXIT.
007244
007244     MOVE SPACES          TO SBL-REG-WORK-LINE.
007244     MOVE "SOMAPRV"       TO SBL-REG-DET-SOURCE.
007244     MOVE SBL-APV-COUNT   TO SBL-REG-DET-COUNT.
007244     MOVE SBL-APV-HASH    TO SBL-REG-DET-AMOUNT.
007244     IF SBL-APV-PRESENT-NO
007244         MOVE "NOT PRESENT"   TO SBL-REG-DET-STATUS
007244     ELSE
007244         IF SBL-APV-BAL-YES
007244             MOVE "BALANCED"      TO SBL-REG-DET-STATUS
007244         ELSE
007244             MOVE "OUT OF BAL"    TO SBL-REG-DET-STATUS
007244         END-IF
007244     END-IF.
007244     PERFORM 2500-WRITE-REGISTER-LINE
007244         THRU 2500-WRITE-REGISTER-LINE-EXIT.
007244
007245     MOVE SPACES          TO SBL-REG-WORK-LINE.
007245     MOVE "SOMSTRN"       TO SBL-REG-DET-SOURCE.
007245     MOVE SBL-STG-COUNT   TO SBL-REG-DET-COUNT.
007245     MOVE SBL-STG-HASH    TO SBL-REG-DET-AMOUNT.
007245     IF SBL-STG-PRESENT-NO
007245         MOVE "NOT PRESENT"   TO SBL-REG-DET-STATUS
007245     ELSE
007245         IF SBL-STG-BAL-YES
007245             MOVE "BALANCED"      TO SBL-REG-DET-STATUS
007245         ELSE
007245             MOVE "OUT OF BAL"    TO SBL-REG-DET-STATUS
007245         END-IF
007245     END-IF.
007245     PERFORM 2500-WRITE-REGISTER-LINE
007245         THRU 2500-WRITE-REGISTER-LINE-EXIT.
007245
007245     IF SBL-XF-PRESENT-NO OR SBL-XF-FORM-NO
007245         MOVE SPACES          TO SBL-REG-WORK-LINE
007245         MOVE "SOMXFEED"      TO SBL-REG-DET-SOURCE
007245         MOVE 0               TO SBL-REG-DET-COUNT
007245         MOVE ZERO            TO SBL-REG-DET-AMOUNT
007245         IF SBL-XF-PRESENT-NO
007245             MOVE "NOT PRESENT"   TO SBL-REG-DET-STATUS
007245         ELSE
007245             MOVE "MALFORMED"     TO SBL-REG-DET-STATUS
007245         END-IF
007245         PERFORM 2500-WRITE-REGISTER-LINE
007245             THRU 2500-WRITE-REGISTER-LINE-EXIT
007245     END-IF.
007245
007245     PERFORM 3200-LIST-EXTRA-FEED
007245         THRU 3200-LIST-EXTRA-FEED-EXIT
007245         VARYING SBL-XF-GX FROM 1 BY 1
007245         UNTIL SBL-XF-GX > SBL-XF-GROUP-COUNT.
007250     MOVE SPACES            TO SBL-REG-WORK-LINE.
007260     MOVE "RECORDS WRITTEN:      " TO SBL-REG-TOT-LABEL.
007270     MOVE SBL-WRITTEN-COUNT TO SBL-REG-TOT-COUNT.
007392     IF SBL-REL-PRESENT-YES
007394         CLOSE RELEASE-FILE
007396     END-IF.
007396     IF SBL-APV-PRESENT-YES
007396         CLOSE APPROVED-FILE
007396     END-IF.
007397     IF SBL-STG-PRESENT-YES
007397         CLOSE STANDING-FILE
007397     END-IF.
007400     CLOSE TRAN-FILE.
007410     CLOSE REGISTER-FILE.
007420
007420     PERFORM 3300-RAISE-BALANCE-ALERTS
007420         THRU 3300-RAISE-BALANCE-ALERTS-EXIT.
007420
007420     IF SBL-ALT-OPEN-YES
007420         CLOSE ALERT-FILE
007420     END-IF.
007420
007430     IF SBL-B1-BAL-NO OR SBL-B2-BAL-NO OR SBL-RCY-BAL-NO
007435        OR SBL-REL-BAL-NO OR SBL-APV-BAL-NO
007435        OR SBL-STG-BAL-NO OR SBL-XF-BAL-NO
007440         DISPLAY "SOMBUILD: BUILD FAILED - A SOURCE DID NOT "
007450             "BALANCE, CYCLE MUST NOT POST"
007460         MOVE 8 TO RETURN-CODE
007530 3000-TERMINATE-EXIT.
007540     EXIT.
007550
007550******************************************************************
007550* 3100-CHECK-EXTRA-FEED - VERIFY ONE SOMXFEED FEED AGAINST ITS
007550*                        TRAILER; ANY FEED THAT FAILS FAILS THE
007550*                        SOMXFEED SOURCE AS A WHOLE
007550******************************************************************
007550 3100-CHECK-EXTRA-FEED.
007550
007550     IF SBL-XFG-TRAILER-YES (SBL-XF-GX)
007550         IF SBL-XFG-COUNT (SBL-XF-GX)
007550              NOT = SBL-XFG-EXP-COUNT (SBL-XF-GX)
007550            OR SBL-XFG-HASH (SBL-XF-GX)
007550              NOT = SBL-XFG-EXP-HASH (SBL-XF-GX)
007550             DISPLAY "SOMBUILD: SOMXFEED "
007550                 SBL-XFG-SOURCE (SBL-XF-GX)
007550                 " DOES NOT BALANCE TO ITS TRAILER"
007550             MOVE "N" TO SBL-XFG-BAL-SWITCH (SBL-XF-GX)
007550         END-IF
007550     END-IF.
007550
007550     IF SBL-XFG-BAL-NO (SBL-XF-GX)
007550         MOVE "N" TO SBL-XF-BAL-SWITCH
007550     END-IF.
007550
007550 3100-CHECK-EXTRA-FEED-EXIT.
007550     EXIT.
007550
007550******************************************************************
007550* 3200-LIST-EXTRA-FEED - ONE REGISTER LINE FOR A SOMXFEED FEED,
007550*                       UNDER THE SOURCE ID IN ITS HEADER
007550******************************************************************
007550 3200-LIST-EXTRA-FEED.
007550
007550     MOVE SPACES                     TO SBL-REG-WORK-LINE.
007550     MOVE SBL-XFG-SOURCE (SBL-XF-GX) TO SBL-REG-DET-SOURCE.
007550     MOVE SBL-XFG-COUNT (SBL-XF-GX)  TO SBL-REG-DET-COUNT.
007550     MOVE SBL-XFG-HASH (SBL-XF-GX)   TO SBL-REG-DET-AMOUNT.
007550     IF SBL-XFG-BAL-YES (SBL-XF-GX)
007550         MOVE "BALANCED"      TO SBL-REG-DET-STATUS
007550     ELSE
007550         MOVE "OUT OF BAL"    TO SBL-REG-DET-STATUS
007550     END-IF.
007550     PERFORM 2500-WRITE-REGISTER-LINE
007550         THRU 2500-WRITE-REGISTER-LINE-EXIT.
007550
007550 3200-LIST-EXTRA-FEED-EXIT.
007550     EXIT.
007550
007550******************************************************************
007550* 3300-RAISE-BALANCE-ALERTS - ONE CRITICAL BLDBAL ALERT PER
007550*                             SOURCE THAT FAILED TO BALANCE, FOR
007550*                             WHATEVER REASON, AND ONE PER
007550*                             SOMXFEED FEED THAT FAILED
007550******************************************************************
007550 3300-RAISE-BALANCE-ALERTS.
007550
007550     MOVE 3        TO SBL-ALT-SEVERITY.
007550     MOVE "BLDBAL" TO SBL-ALT-CODE.
007550     MOVE "SOURCE DID NOT BALANCE - CYCLE MUST NOT POST"
007550         TO SBL-ALT-MESSAGE.
007550
007550     IF SBL-B1-BAL-NO
007550         MOVE "BRANCH01" TO SBL-ALT-KEY
007550         PERFORM 3500-WRITE-ALERT
007550             THRU 3500-WRITE-ALERT-EXIT
007550     END-IF.
007550     IF SBL-B2-BAL-NO
007550         MOVE "BRANCH02" TO SBL-ALT-KEY
007550         PERFORM 3500-WRITE-ALERT
007550             THRU 3500-WRITE-ALERT-EXIT
007550     END-IF.
007550     IF SBL-RCY-BAL-NO
007550         MOVE "SOMRCYC" TO SBL-ALT-KEY
007550         PERFORM 3500-WRITE-ALERT
007550             THRU 3500-WRITE-ALERT-EXIT
007550     END-IF.
007550     IF SBL-REL-BAL-NO
007550         MOVE "SOMRREL" TO SBL-ALT-KEY
007550         PERFORM 3500-WRITE-ALERT
007550             THRU 3500-WRITE-ALERT-EXIT
007550     END-IF.
007550     IF SBL-APV-BAL-NO
007550         MOVE "SOMAPRV" TO SBL-ALT-KEY
007550         PERFORM 3500-WRITE-ALERT
007550             THRU 3500-WRITE-ALERT-EXIT
007550     END-IF.
007550     IF SBL-STG-BAL-NO
007550         MOVE "SOMSTRN" TO SBL-ALT-KEY
007550         PERFORM 3500-WRITE-ALERT
007550             THRU 3500-WRITE-ALERT-EXIT
007550     END-IF.
007550
007550     PERFORM 3310-RAISE-EXTRA-ALERT
007550         THRU 3310-RAISE-EXTRA-ALERT-EXIT
007550         VARYING SBL-XF-GX FROM 1 BY 1
007550         UNTIL SBL-XF-GX > SBL-XF-GROUP-COUNT.
007550
007550     IF SBL-XF-FORM-NO
007550         MOVE "SOMXFEED" TO SBL-ALT-KEY
007550         MOVE "SOMXFEED MALFORMED - CYCLE MUST NOT POST"
007550             TO SBL-ALT-MESSAGE
007550         PERFORM 3500-WRITE-ALERT
007550             THRU 3500-WRITE-ALERT-EXIT
007550     END-IF.
007550
007550 3300-RAISE-BALANCE-ALERTS-EXIT.
007550     EXIT.
007550
007550******************************************************************
007550* 3310-RAISE-EXTRA-ALERT - BLDBAL ALERT FOR ONE SOMXFEED FEED THAT
007550*                          FAILED, KEYED BY ITS SOURCE ID
007550******************************************************************
007550 3310-RAISE-EXTRA-ALERT.
007550
007550     IF SBL-XFG-BAL-NO (SBL-XF-GX)
007550         MOVE SBL-XFG-SOURCE (SBL-XF-GX) TO SBL-ALT-KEY
007550         PERFORM 3500-WRITE-ALERT
007550             THRU 3500-WRITE-ALERT-EXIT
007550     END-IF.
007550
007550 3310-RAISE-EXTRA-ALERT-EXIT.
007550     EXIT.
007550
007550******************************************************************
007550* 3500-WRITE-ALERT - APPEND ONE ALERT TO SOMALRT FOR THE
007550*                    END-OF-CYCLE DIGEST, OPENING IT ON FIRST USE.
007550*                    A FAILED ALERT IS ONLY DISPLAYED - IT NEVER
007550*                    CHANGES THE STEP'S COMPLETION CODE
007550******************************************************************
007550 3500-WRITE-ALERT.
007550
007550     IF SBL-ALT-OPEN-FAILED
007550         GO TO 3500-WRITE-ALERT-EXIT
007550     END-IF.
007550
007550     IF SBL-ALT-OPEN-NO
007550         OPEN EXTEND ALERT-FILE
007550         IF SBL-ALT-FILE-NOT-FOUND
007550             OPEN OUTPUT ALERT-FILE
007550         END-IF
007550         IF SBL-ALT-OK
007550             MOVE "Y" TO SBL-ALT-OPEN-SWITCH
007550         ELSE
007550             DISPLAY "SOMBUILD: UNABLE TO OPEN SOMALRT, STATUS "
007550                 SBL-ALT-STATUS
007550             MOVE "F" TO SBL-ALT-OPEN-SWITCH
007550             GO TO 3500-WRITE-ALERT-EXIT
007550         END-IF
007550     END-IF.
007550
007550     MOVE SBL-RUN-DATE      TO SOM-ALT-CYCLE-DATE.
007550     ACCEPT SOM-ALT-TIME FROM TIME.
007550     MOVE "SOMBUILD"        TO SOM-ALT-STEP.
007550     MOVE SBL-ALT-SEVERITY  TO SOM-ALT-SEVERITY.
007550     MOVE SBL-ALT-CODE      TO SOM-ALT-CODE.
007550     MOVE SBL-ALT-KEY       TO SOM-ALT-KEY.
007550     MOVE SBL-ALT-MESSAGE   TO SOM-ALT-MESSAGE.
007550
007550     WRITE SOM-ALT-RECORD.
007550
007550     IF NOT SBL-ALT-OK
007550         DISPLAY "SOMBUILD: SOMALRT WRITE FAILED, STATUS "
007550             SBL-ALT-STATUS
007550     END-IF.
007550
007550 3500-WRITE-ALERT-EXIT.
007550     EXIT.
007560 END PROGRAM SOMBUILD.
