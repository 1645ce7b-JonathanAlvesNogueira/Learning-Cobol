000010******************************************************************
000020* PROGRAM:     SOMAPPR
000030* AUTHOR:      J. ALVES NOGUEIRA
000040* INSTALLATION: LEARNING-COBOL BATCH SHOP
000050* DATE-WRITTEN: 2026-10-01
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     SECOND-OPERATOR DECISION UTILITY FOR THE DUAL-
000090*              CONTROL PENDING-APPROVAL FILE.  DISPLAYS ONE
000100*              TRANSACTION THE POSTING RUN HELD BACK FOR BEING
000110*              OVER THE SETPARM "APPRLIM" LIMIT, THEN LETS THE
000120*              OPERATOR APPROVE IT (THE NEXT APPROVAL ROLL
000130*              FEEDS IT TO THE TRANFILE BUILD AS ITS OWN
000140*              SOURCE) OR DECLINE IT (THE ROLL SENDS IT DOWN
000150*              THE REJECT PATH).  THE DECIDING OPERATOR SIGNS
000160*              ON AGAINST SETOPR AND MAY NOT BE AN OPERATOR
000170*              WHO AMENDED OR RELEASED THE SAME TRANSACTION
000180*              KEY WITH SUSPMNT, AS SHOWN BY SETAUD.  EVERY
000190*              DECISION IS APPENDED TO SETAUD.  ONE ITEM PER
000200*              EXECUTION, THE SAME WAY SUSPMNT WORKS.
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY:
000230*   DATE       INIT  DESCRIPTION
000240*   2026-10-01 JAN   ORIGINAL VERSION.
000250* Tectonics: cobc
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. SOMAPPR.
000290
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PENDING-FILE ASSIGN "SOMPEND"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS SOM-PND-KEY
000370         FILE STATUS IS SAP-PND-STATUS.
000380
000390     SELECT OPERATOR-FILE ASSIGN "SETOPR"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS SET-OPR-ID
000430         FILE STATUS IS SAP-OPR-STATUS.
000440
000450     SELECT AUDIT-FILE ASSIGN "SETAUD"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS SAP-AUD-STATUS.
000480
000490     SELECT STATUS-FILE ASSIGN "SYSSTAT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS SAP-SYS-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  PENDING-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 COPY SOMPEND.
000580
000590 FD  OPERATOR-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 COPY SETOPR.
000620
000630 FD  AUDIT-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 COPY SETAUD.
000660
000670 FD  STATUS-FILE
000680     LABEL RECORDS ARE STANDARD.
000690 COPY SYSSTAT.
000700
000710 WORKING-STORAGE SECTION.
000720 77  SAP-PND-STATUS              PIC X(02) VALUE "00".
000730     88  SAP-PND-OK                         VALUE "00".
000740     88  SAP-PND-NOT-FOUND                  VALUE "23".
000750
000760 77  SAP-RUN-DATE-INPUT          PIC X(08) VALUE SPACES.
000770 77  SAP-KEY-INPUT               PIC X(06) VALUE SPACES.
000780 77  SAP-ACTION-INPUT            PIC X(07) VALUE SPACES.
000790     88  SAP-ACTION-APPROVE                 VALUE "APPROVE".
000800     88  SAP-ACTION-DECLINE                 VALUE "DECLINE".
000810
000820 77  SAP-OPR-STATUS              PIC X(02) VALUE "00".
000830     88  SAP-OPR-OK                         VALUE "00".
000840
000850 77  SAP-AUD-STATUS              PIC X(02) VALUE "00".
000860     88  SAP-AUD-OK                         VALUE "00".
000870     88  SAP-AUD-EOF                        VALUE "10".
000880     88  SAP-AUD-NOT-FOUND                  VALUE "35".
000890
000900 77  SAP-OPERATOR-ID             PIC X(08) VALUE SPACES.
000910 77  SAP-PIN-INPUT               PIC X(04) VALUE SPACES.
000920 77  SAP-NEW-PIN-INPUT           PIC X(04) VALUE SPACES.
000930 77  SAP-CURRENT-DATE            PIC 9(08) VALUE ZEROS.
000940 77  SAP-AUD-ACTION-CODE         PIC X(08) VALUE SPACES.
000950 77  SAP-AUD-KEY                 PIC X(08) VALUE SPACES.
000960
000970 77  SAP-SIGNON-SWITCH           PIC X(01) VALUE "N".
000980     88  SAP-SIGNON-OK                      VALUE "Y".
000990     88  SAP-SIGNON-FAILED                  VALUE "N".
001000
001010 77  SAP-SYS-STATUS              PIC X(02) VALUE "00".
001020     88  SAP-SYS-OK                         VALUE "00".
001030
001040 77  SAP-OVERRIDE-INPUT          PIC X(01) VALUE "N".
001050
001060 77  SAP-BLOCKED-SWITCH          PIC X(01) VALUE "N".
001070     88  SAP-BLOCKED-YES                    VALUE "Y".
001080     88  SAP-BLOCKED-NO                     VALUE "N".
001090
001100 77  SAP-AUD-SAVE-SWITCH         PIC X(01) VALUE "Y".
001110     88  SAP-AUD-SAVE-OK                    VALUE "Y".
001120     88  SAP-AUD-SAVE-FAILED                VALUE "N".
001130
001140 77  SAP-CONFLICT-SWITCH         PIC X(01) VALUE "N".
001150     88  SAP-CONFLICT-YES                   VALUE "Y".
001160     88  SAP-CONFLICT-NO                    VALUE "N".
001170
001180 PROCEDURE DIVISION.
001190******************************************************************
001200* 0000-MAINLINE
001210******************************************************************
001220 0000-MAINLINE.
001230
001240     PERFORM 0600-SIGN-ON
001250         THRU 0600-SIGN-ON-EXIT.
001260
001270     IF SAP-SIGNON-FAILED
001280         DISPLAY "SOMAPPR: SIGN-ON REJECTED, NO ITEM TOUCHED"
001290         MOVE 8 TO RETURN-CODE
001300         GOBACK
001310     END-IF.
001320
001330     PERFORM 0550-CHECK-CYCLE-ACTIVE
001340         THRU 0550-CHECK-CYCLE-ACTIVE-EXIT.
001350
001360     IF SAP-BLOCKED-YES
001370         DISPLAY "SOMAPPR: NIGHTLY CYCLE ACTIVE, NO ITEM "
001380             "TOUCHED"
001390         MOVE 8 TO RETURN-CODE
001400         GOBACK
001410     END-IF.
001420
001430     PERFORM 1000-GET-ITEM
001440         THRU 1000-GET-ITEM-EXIT.
001450
001460     IF SAP-AUD-SAVE-FAILED
001470         MOVE 8 TO RETURN-CODE
001480     END-IF.
001490
001500     GOBACK.
001510
000661******************************************************************
000661* 0550-CHECK-CYCLE-ACTIVE - REFUSE TO TOUCH THE PENDING FILE
000661*                          WHILE NIGHTDRV HAS SYSSTAT MARKED
000661*                          ACTIVE, UNLESS A SUPERVISOR TAKES
000661*                          THE OVERRIDE - WHICH IS WRITTEN TO
000661*                          SETAUD
000661******************************************************************
000661 0550-CHECK-CYCLE-ACTIVE.
000661
000661     OPEN INPUT STATUS-FILE.
000661
000661*    NO STATUS FILE MEANS NO CYCLE IN FLIGHT.
000661     IF NOT SAP-SYS-OK
000661         GO TO 0550-CHECK-CYCLE-ACTIVE-EXIT
000661     END-IF.
000661
000661     READ STATUS-FILE
000661         AT END
000661             CLOSE STATUS-FILE
000661             GO TO 0550-CHECK-CYCLE-ACTIVE-EXIT
000661     END-READ.
000661
000661     CLOSE STATUS-FILE.
000661
000661     IF NOT SYS-STA-ACTIVE
000661         GO TO 0550-CHECK-CYCLE-ACTIVE-EXIT
000661     END-IF.
000661
000661     DISPLAY "SOMAPPR: NIGHTLY CYCLE ACTIVE (RUN "
000661         SYS-STA-RUN-DATE ")".
000661     DISPLAY "SUPERVISOR OVERRIDE? (Y/N): ".
000661     ACCEPT SAP-OVERRIDE-INPUT.
000661
000661     IF SAP-OVERRIDE-INPUT = "Y"
000661         MOVE "OVERRIDE" TO SAP-AUD-ACTION-CODE
000661         MOVE "CYCLE"    TO SAP-KEY-INPUT
000661         PERFORM 0700-WRITE-AUDIT-RECORD
000661             THRU 0700-WRITE-AUDIT-RECORD-EXIT
000661         DISPLAY "SOMAPPR: OVERRIDE TAKEN AND AUDITED"
000661     ELSE
000661         MOVE "Y" TO SAP-BLOCKED-SWITCH
000661     END-IF.
000661
000661 0550-CHECK-CYCLE-ACTIVE-EXIT.
000661     EXIT.
000661
000662******************************************************************
000662* 0600-SIGN-ON - OPERATOR MUST SIGN ON WITH AN ID AND PIN THAT
000662*                MATCH AN ACTIVE, UNEXPIRED RECORD ON THE SETOPR
000662*                AUTHORIZED-OPERATORS FILE BEFORE A PENDING
000662*                ITEM CAN BE APPROVED OR DECLINED - THE SAME
000662*                RULES SETPGM APPLIES: THREE CONSECUTIVE BAD
000662*                PINS LOCK THE OPERATOR, AND A FORCED PIN
000662*                CHANGE MUST BE COMPLETED HERE.
000662******************************************************************
000662 0600-SIGN-ON.
000662
000662     MOVE "N" TO SAP-SIGNON-SWITCH.
000662
000662     DISPLAY "ENTER OPERATOR ID: ".
000662     ACCEPT SAP-OPERATOR-ID.
000662
000662     DISPLAY "ENTER PIN: ".
000662     ACCEPT SAP-PIN-INPUT.
000662
000662     OPEN I-O OPERATOR-FILE.
000662
000662     IF NOT SAP-OPR-OK
000662         DISPLAY "SOMAPPR: UNABLE TO OPEN SETOPR, STATUS "
000662             SAP-OPR-STATUS
000662         GO TO 0600-SIGN-ON-EXIT
000662     END-IF.
000662
000662     MOVE SAP-OPERATOR-ID TO SET-OPR-ID.
000662     READ OPERATOR-FILE
000662         KEY IS SET-OPR-ID
000662         INVALID KEY
000662             DISPLAY "SOMAPPR: OPERATOR " SAP-OPERATOR-ID
000662                 " NOT AUTHORIZED"
000662             GO TO 0600-SIGN-ON-CLOSE
000662     END-READ.
000662
000662     IF SET-OPR-REVOKED
000662         DISPLAY "SOMAPPR: OPERATOR " SAP-OPERATOR-ID " REVOKED"
000662         GO TO 0600-SIGN-ON-CLOSE
000662     END-IF.
000662
000662     IF SET-OPR-LOCKED
000662         DISPLAY "SOMAPPR: OPERATOR " SAP-OPERATOR-ID
000662             " LOCKED - ASK SECURITY ADMIN FOR A PIN RESET"
000662         GO TO 0600-SIGN-ON-CLOSE
000662     END-IF.
000662
000662     ACCEPT SAP-CURRENT-DATE FROM DATE YYYYMMDD.
000662
000662     IF SET-OPR-EXPIRY-DATE > 0
000662        AND SAP-CURRENT-DATE > SET-OPR-EXPIRY-DATE
000662         DISPLAY "SOMAPPR: OPERATOR " SAP-OPERATOR-ID
000662             " EXPIRED " SET-OPR-EXPIRY-DATE
000662         GO TO 0600-SIGN-ON-CLOSE
000662     END-IF.
000662
000662     IF SAP-PIN-INPUT NOT = SET-OPR-PIN
000662         PERFORM 0610-COUNT-BAD-PIN
000662             THRU 0610-COUNT-BAD-PIN-EXIT
000662         GO TO 0600-SIGN-ON-CLOSE
000662     END-IF.
000662
000662     IF SET-OPR-BAD-PIN-COUNT > 0
000662         MOVE 0 TO SET-OPR-BAD-PIN-COUNT
000662         PERFORM 0630-REWRITE-OPERATOR
000662             THRU 0630-REWRITE-OPERATOR-EXIT
000662     END-IF.
000662
000662     IF SET-OPR-FORCE-CHANGE-YES
000662         PERFORM 0620-CHANGE-PIN
000662             THRU 0620-CHANGE-PIN-EXIT
000662         IF SAP-SIGNON-FAILED
000662             GO TO 0600-SIGN-ON-CLOSE
000662         END-IF
000662     END-IF.
000662
000662     MOVE "Y" TO SAP-SIGNON-SWITCH.
000662
000662 0600-SIGN-ON-CLOSE.
000662
000662     CLOSE OPERATOR-FILE.
000662
000662 0600-SIGN-ON-EXIT.
000662     EXIT.
000662
000662******************************************************************
000662* 0610-COUNT-BAD-PIN - ONE MORE CONSECUTIVE BAD PIN; THE THIRD
000662*                     ONE LOCKS THE OPERATOR
000662******************************************************************
000662 0610-COUNT-BAD-PIN.
000662
000662     ADD 1 TO SET-OPR-BAD-PIN-COUNT.
000662
000662     IF SET-OPR-BAD-PIN-COUNT >= 3
000662         MOVE "L" TO SET-OPR-STATE
000662         DISPLAY "SOMAPPR: OPERATOR " SAP-OPERATOR-ID
000662             " LOCKED AFTER 3 BAD PINS"
000662     ELSE
000662         DISPLAY "SOMAPPR: INCORRECT PIN FOR OPERATOR "
000662             SAP-OPERATOR-ID
000662     END-IF.
000662
000662     PERFORM 0630-REWRITE-OPERATOR
000662         THRU 0630-REWRITE-OPERATOR-EXIT.
000662
000662 0610-COUNT-BAD-PIN-EXIT.
000662     EXIT.
000662
000662******************************************************************
000662* 0620-CHANGE-PIN - A FORCED PIN CHANGE (FIRST USE OR AFTER A
000662*                  RESET): THE NEW PIN MUST BE FOUR NONBLANK
000662*                  CHARACTERS AND DIFFER FROM THE OLD ONE
000662******************************************************************
000662 0620-CHANGE-PIN.
000662
000662     DISPLAY "PIN CHANGE REQUIRED - ENTER NEW PIN: ".
000662     ACCEPT SAP-NEW-PIN-INPUT.
000662
000662     IF SAP-NEW-PIN-INPUT = SPACES
000662        OR SAP-NEW-PIN-INPUT = SET-OPR-PIN
000662         DISPLAY "SOMAPPR: NEW PIN REJECTED"
000662         MOVE "N" TO SAP-SIGNON-SWITCH
000662         GO TO 0620-CHANGE-PIN-EXIT
000662     END-IF.
000662
000662     MOVE SAP-NEW-PIN-INPUT TO SET-OPR-PIN.
000662     MOVE "N" TO SET-OPR-FORCE-CHANGE.
000662
000662     PERFORM 0630-REWRITE-OPERATOR
000662         THRU 0630-REWRITE-OPERATOR-EXIT.
000662
000662     DISPLAY "SOMAPPR: PIN CHANGED FOR OPERATOR "
000662         SAP-OPERATOR-ID.
000662     MOVE "Y" TO SAP-SIGNON-SWITCH.
000662
000662 0620-CHANGE-PIN-EXIT.
000662     EXIT.
000662
000662******************************************************************
000662* 0630-REWRITE-OPERATOR - REWRITE THE OPERATOR RECORD AND CHECK
000662*                        THE STATUS
000662******************************************************************
000662 0630-REWRITE-OPERATOR.
000662
000662     REWRITE SET-OPERATOR-RECORD
000662         INVALID KEY
000662             CONTINUE
000662     END-REWRITE.
000662
000662     IF NOT SAP-OPR-OK
000662         DISPLAY "SOMAPPR: SETOPR REWRITE FAILED, STATUS "
000662             SAP-OPR-STATUS
000662     END-IF.
000662
000662 0630-REWRITE-OPERATOR-EXIT.
000662     EXIT.
000662
000662******************************************************************
000662* 0700-WRITE-AUDIT-RECORD - APPEND ONE SETAUD RECORD FOR THE
000662*                          APPROVE OR DECLINE JUST APPLIED.  THE
000662*                          PARAM-KEY FIELD CARRIES THE PENDING
000662*                          ITEM'S TRANSACTION KEY; THE OLD/NEW
000662*                          VALUES ARE ZERO, AS THEY ARE FOR
000662*                          SETOPRAD'S ADMIN ACTIONS.
000662******************************************************************
000662 0700-WRITE-AUDIT-RECORD.
000662
000662     OPEN EXTEND AUDIT-FILE.
000662
000662     IF SAP-AUD-NOT-FOUND
000662         OPEN OUTPUT AUDIT-FILE
000662     END-IF.
000662
000662     IF NOT SAP-AUD-OK
000662         DISPLAY "SOMAPPR: UNABLE TO OPEN SETAUD, STATUS "
000662             SAP-AUD-STATUS
000662         MOVE "N" TO SAP-AUD-SAVE-SWITCH
000662         GO TO 0700-WRITE-AUDIT-RECORD-EXIT
000662     END-IF.
000662
000662     ACCEPT SET-AUD-DATE FROM DATE YYYYMMDD.
000662     ACCEPT SET-AUD-TIME FROM TIME.
000662     MOVE SAP-OPERATOR-ID   TO SET-AUD-OPERATOR-ID.
000662     MOVE SAP-AUD-ACTION-CODE TO SET-AUD-ACTION.
000662     MOVE SAP-KEY-INPUT     TO SET-AUD-PARAM-KEY.
000662     MOVE ZEROS             TO SET-AUD-OLD-VALUE.
000662     MOVE ZEROS             TO SET-AUD-NEW-VALUE.
000662
000662     WRITE SET-AUDIT-RECORD.
000662
000662     IF NOT SAP-AUD-OK
000662         DISPLAY "SOMAPPR: SETAUD WRITE FAILED, STATUS "
000662             SAP-AUD-STATUS
000662         MOVE "N" TO SAP-AUD-SAVE-SWITCH
000662     END-IF.
000662
000662     CLOSE AUDIT-FILE.
000662
000662 0700-WRITE-AUDIT-RECORD-EXIT.
000662     EXIT.
000662
001520******************************************************************
001530* 0800-CHECK-SEPARATION - A SECOND PAIR OF EYES MEANS A SECOND
001540*                        OPERATOR: SCAN SETAUD FOR AN AMEND OR
001550*                        RELEASE OF THIS TRANSACTION KEY BY THE
001560*                        SIGNED-ON OPERATOR.  THE BRANCH FEEDS
001570*                        CARRY NO OPERATOR, SO SUSPMNT IS THE
001580*                        ONLY PLACE A PERSON KEYS OR RELEASES AN
001590*                        AMOUNT.  NO AUDIT FILE MEANS NO HISTORY
001600*                        TO CONFLICT WITH.
001610******************************************************************
001620 0800-CHECK-SEPARATION.
001630
001640     MOVE "N" TO SAP-CONFLICT-SWITCH.
001650     MOVE SAP-KEY-INPUT TO SAP-AUD-KEY.
001660
001670     OPEN INPUT AUDIT-FILE.
001680
001690     IF NOT SAP-AUD-OK
001700         GO TO 0800-CHECK-SEPARATION-EXIT
001710     END-IF.
001720
001730 0800-CHECK-SEPARATION-READ.
001740
001750     READ AUDIT-FILE
001760         AT END
001770             GO TO 0800-CHECK-SEPARATION-CLOSE
001780     END-READ.
001790
001800     IF SET-AUD-OPERATOR-ID = SAP-OPERATOR-ID
001810        AND SET-AUD-PARAM-KEY = SAP-AUD-KEY
001820        AND (SET-AUD-ACTION = "AMEND"
001830             OR SET-AUD-ACTION = "RELEASE")
001840         MOVE "Y" TO SAP-CONFLICT-SWITCH
001850         DISPLAY "SOMAPPR: OPERATOR " SAP-OPERATOR-ID
001860             " " SET-AUD-ACTION " KEY " SAP-KEY-INPUT
001870             " ON " SET-AUD-DATE
001880         GO TO 0800-CHECK-SEPARATION-CLOSE
001890     END-IF.
001900
001910     GO TO 0800-CHECK-SEPARATION-READ.
001920
001930 0800-CHECK-SEPARATION-CLOSE.
001940
001950     CLOSE AUDIT-FILE.
001960
001970 0800-CHECK-SEPARATION-EXIT.
001980     EXIT.
001990
002000******************************************************************
002010* 1000-GET-ITEM - ACCEPT THE PENDING ITEM'S RUN DATE AND KEY,
002020*                READ AND SHOW IT, CHECK SEPARATION OF DUTIES,
002030*                THEN APPLY THE REQUESTED DECISION
002040******************************************************************
002050 1000-GET-ITEM.
002060
002070     OPEN I-O PENDING-FILE.
002080
002090     IF NOT SAP-PND-OK
002100         DISPLAY "SOMAPPR: UNABLE TO OPEN SOMPEND, STATUS "
002110             SAP-PND-STATUS
002120         MOVE 8 TO RETURN-CODE
002130         GO TO 1000-GET-ITEM-EXIT
002140     END-IF.
002150
002160     DISPLAY "ENTER POSTING RUN DATE (YYYYMMDD): ".
002170     ACCEPT SAP-RUN-DATE-INPUT.
002180
002190     DISPLAY "ENTER PENDING TRANSACTION KEY: ".
002200     ACCEPT SAP-KEY-INPUT.
002210
002220     IF SAP-RUN-DATE-INPUT NOT NUMERIC
002230        OR SAP-KEY-INPUT NOT NUMERIC
002240         DISPLAY "SOMAPPR: RUN DATE AND KEY MUST BE NUMERIC"
002250         MOVE 8 TO RETURN-CODE
002260         GO TO 1000-GET-ITEM-CLOSE
002270     END-IF.
002280
002290     MOVE SAP-RUN-DATE-INPUT TO SOM-PND-RUN-DATE.
002300     MOVE SAP-KEY-INPUT      TO SOM-PND-TRAN-KEY.
002310
002320     READ PENDING-FILE
002330         KEY IS SOM-PND-KEY
002340         INVALID KEY
002350             DISPLAY "SOMAPPR: RUN " SAP-RUN-DATE-INPUT
002360                 " KEY " SAP-KEY-INPUT " NOT PENDING APPROVAL"
002370             MOVE 8 TO RETURN-CODE
002380             GO TO 1000-GET-ITEM-CLOSE
002390     END-READ.
002400
002410     DISPLAY "RUN "          SOM-PND-RUN-DATE
002420         " KEY "             SOM-PND-TRAN-KEY
002430         " AMOUNT "          SOM-PND-AMOUNT
002440         " "                 SOM-PND-CURRENCY
002450         " BASE "            SOM-PND-BASE-AMOUNT
002460         " COST CENTER "     SOM-PND-COST-CENTER.
002470
002480     IF NOT SOM-PND-AWAITING
002490         DISPLAY "SOMAPPR: ALREADY DECIDED (" SOM-PND-DECISION
002500             ") BY " SOM-PND-DECIDED-BY " ON "
002510             SOM-PND-DECIDED-DATE
002520         MOVE 8 TO RETURN-CODE
002530         GO TO 1000-GET-ITEM-CLOSE
002540     END-IF.
002550
002560     PERFORM 0800-CHECK-SEPARATION
002570         THRU 0800-CHECK-SEPARATION-EXIT.
002580
002590     IF SAP-CONFLICT-YES
002600         DISPLAY "SOMAPPR: OPERATOR MAY NOT DECIDE AN ITEM "
002610             "THEY KEYED OR RELEASED"
002620         MOVE 8 TO RETURN-CODE
002630         GO TO 1000-GET-ITEM-CLOSE
002640     END-IF.
002650
002660     DISPLAY "ENTER DECISION (APPROVE / DECLINE): ".
002670     ACCEPT SAP-ACTION-INPUT.
002680
002690     IF SAP-ACTION-APPROVE
002700         MOVE "A" TO SOM-PND-DECISION
002710     ELSE
002720         IF SAP-ACTION-DECLINE
002730             MOVE "D" TO SOM-PND-DECISION
002740         ELSE
002750             DISPLAY "SOMAPPR: UNKNOWN DECISION "
002760                 SAP-ACTION-INPUT
002770             MOVE 8 TO RETURN-CODE
002780             GO TO 1000-GET-ITEM-CLOSE
002790         END-IF
002800     END-IF.
002810
002820     PERFORM 2000-RECORD-DECISION
002830         THRU 2000-RECORD-DECISION-EXIT.
002840
002850 1000-GET-ITEM-CLOSE.
002860
002870     CLOSE PENDING-FILE.
002880
002890 1000-GET-ITEM-EXIT.
002900     EXIT.
002910
002920******************************************************************
002930* 2000-RECORD-DECISION - STAMP THE DECIDING OPERATOR, DATE AND
002940*                       TIME ON THE PENDING ITEM, REWRITE IT AND
002950*                       AUDIT THE DECISION.  THE ITEM STAYS ON
002960*                       SOMPEND UNTIL THE NEXT APPROVAL ROLL.
002970******************************************************************
002980 2000-RECORD-DECISION.
002990
003000     MOVE SAP-OPERATOR-ID TO SOM-PND-DECIDED-BY.
003010     ACCEPT SOM-PND-DECIDED-DATE FROM DATE YYYYMMDD.
003020     ACCEPT SOM-PND-DECIDED-TIME FROM TIME.
003030
003040     REWRITE SOM-PND-RECORD
003050         INVALID KEY
003060             CONTINUE
003070     END-REWRITE.
003080
003090     IF NOT SAP-PND-OK
003100         DISPLAY "SOMAPPR: SOMPEND REWRITE FAILED, STATUS "
003110             SAP-PND-STATUS
003120         MOVE 8 TO RETURN-CODE
003130         GO TO 2000-RECORD-DECISION-EXIT
003140     END-IF.
003150
003160     IF SOM-PND-APPROVED
003170         MOVE "APPROVE" TO SAP-AUD-ACTION-CODE
003180         DISPLAY "SOMAPPR: KEY " SOM-PND-TRAN-KEY
003190             " APPROVED FOR THE NEXT BUILD"
003200     ELSE
003210         MOVE "DECLINE" TO SAP-AUD-ACTION-CODE
003220         DISPLAY "SOMAPPR: KEY " SOM-PND-TRAN-KEY
003230             " DECLINED TO THE REJECT PATH"
003240     END-IF.
003250
003260     PERFORM 0700-WRITE-AUDIT-RECORD
003270         THRU 0700-WRITE-AUDIT-RECORD-EXIT.
003280
003290     MOVE 0 TO RETURN-CODE.
003300
003310 2000-RECORD-DECISION-EXIT.
003320     EXIT.
003330
003340 END PROGRAM SOMAPPR.
