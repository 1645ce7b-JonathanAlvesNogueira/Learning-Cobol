000010******************************************************************
000020* PROGRAM:     SCRMAINT
000030* AUTHOR:      J. ALVES NOGUEIRA
000040* INSTALLATION: LEARNING-COBOL BATCH SHOP
000050* DATE-WRITTEN: 2026-10-01
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     UNUSUAL-ACTIVITY FLAG MAINTENANCE.  READS THE
000090*              SCRTRAN TRANSACTION FILE KEYED BY INTERNAL AUDIT
000100*              AND APPLIES EACH CLEAR / REOPEN ACTION TO THE
000110*              SOMSCRF FLAG FILE THE NIGHTLY SOMSCRN SCREENING
000120*              MAINTAINS.  A CLEARED FLAG CARRIES THE REVIEWER'S
000130*              OPERATOR ID, THE DATE AND THE NOTE, AND IS NO
000140*              LONGER REPORTED; A REOPENED FLAG IS REPORTED AGAIN
000150*              FROM THE NEXT NIGHT.  EVERY APPLIED ACTION APPENDS
000160*              A SETAUD AUDIT RECORD CARRYING THE SUBMITTING
000170*              OPERATOR'S ID (FIRST SYSIN LINE), AND THE REGISTER
000180*              (SCRREG) LISTS EACH ACTION WITH ITS DISPOSITION.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY:
000210*   DATE       INIT  DESCRIPTION
000220*   2026-10-01 JAN   ORIGINAL VERSION.
000230* Tectonics: cobc
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. SCRMAINT.
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT MAINT-TRAN-FILE ASSIGN "SCRTRAN"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS SCM-TRN-STATUS.
000340
000350     SELECT FLAG-FILE ASSIGN "SOMSCRF"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS SOM-SCF-KEY
000390         FILE STATUS IS SCM-SCF-STATUS.
000400
000410     SELECT REGISTER-FILE ASSIGN "SCRREG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS SCM-REG-STATUS.
000440
000450     SELECT AUDIT-FILE ASSIGN "SETAUD"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS SCM-AUD-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  MAINT-TRAN-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 COPY SCRTRN.
000540
000550 FD  FLAG-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 COPY SOMSCRF.
000580
000590 FD  REGISTER-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 COPY SCRREG.
000620
000630 FD  AUDIT-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 COPY SETAUD.
000660
000670 WORKING-STORAGE SECTION.
000680 77  SCM-TRN-STATUS              PIC X(02) VALUE "00".
000690     88  SCM-TRN-OK                         VALUE "00".
000700     88  SCM-TRN-EOF                        VALUE "10".
000710
000720 77  SCM-SCF-STATUS              PIC X(02) VALUE "00".
000730     88  SCM-SCF-OK                         VALUE "00".
000740     88  SCM-SCF-NOT-FOUND                  VALUE "23".
000750
000760 77  SCM-REG-STATUS              PIC X(02) VALUE "00".
000770     88  SCM-REG-OK                         VALUE "00".
000780
000790 77  SCM-AUD-STATUS              PIC X(02) VALUE "00".
000800     88  SCM-AUD-OK                         VALUE "00".
000810     88  SCM-AUD-NOT-FOUND                  VALUE "35".
000820
000830 77  SCM-EOF-SWITCH              PIC X(01) VALUE "N".
000840     88  SCM-EOF-YES                        VALUE "Y".
000850     88  SCM-EOF-NO                         VALUE "N".
000860
000870 77  SCM-INIT-STATUS-SWITCH      PIC X(01) VALUE "Y".
000880     88  SCM-INIT-OK                        VALUE "Y".
000890     88  SCM-INIT-FAILED                    VALUE "N".
000900
000910 77  SCM-REJECT-SWITCH           PIC X(01) VALUE "N".
000920     88  SCM-REJECT-YES                     VALUE "Y".
000930     88  SCM-REJECT-NO                      VALUE "N".
000940
000950 77  SCM-AUD-SAVE-SWITCH         PIC X(01) VALUE "Y".
000960     88  SCM-AUD-SAVE-OK                    VALUE "Y".
000970     88  SCM-AUD-SAVE-FAILED                VALUE "N".
000980
000990 77  SCM-RUN-DATE                PIC 9(08) VALUE ZEROS.
001000 77  SCM-OPERATOR-ID             PIC X(08) VALUE SPACES.
001010 77  SCM-APPLIED-COUNT           PIC 9(05) COMP VALUE 0.
001020 77  SCM-REJECTED-COUNT          PIC 9(05) COMP VALUE 0.
001030 77  SCM-REJECT-REASON           PIC X(30) VALUE SPACES.
001040
001050******************************************************************
001060* SCM-REG-WORK-LINE AND ITS REDEFINES - THE REGISTER LINE IS
001070* BUILT HERE IN WORKING STORAGE, THEN MOVED INTO THE REGISTER-
001080* FILE RECORD JUST BEFORE EACH WRITE.
001090******************************************************************
001100 01  SCM-REG-WORK-LINE               PIC X(080) VALUE SPACES.
001110
001120 01  SCM-REG-HEADING REDEFINES SCM-REG-WORK-LINE.
001130     05  SCM-REG-HDG-LABEL           PIC X(46).
001140     05  SCM-REG-HDG-DATE            PIC X(10).
001150     05  FILLER                      PIC X(24).
001160
001170 01  SCM-REG-ACTION REDEFINES SCM-REG-WORK-LINE.
001180     05  SCM-REG-ACT-CODE            PIC X(01).
001190     05  FILLER                      PIC X(02).
001200     05  SCM-REG-ACT-RUN-DATE        PIC 9(08).
001210     05  FILLER                      PIC X(01).
001220     05  SCM-REG-ACT-KEY             PIC 9(06).
001230     05  FILLER                      PIC X(02).
001240     05  SCM-REG-ACT-DISP            PIC X(08).
001250     05  FILLER                      PIC X(02).
001260     05  SCM-REG-ACT-REASON          PIC X(30).
001270     05  FILLER                      PIC X(20).
001280
001290 01  SCM-REG-IMAGE REDEFINES SCM-REG-WORK-LINE.
001300     05  FILLER                      PIC X(05).
001310     05  SCM-REG-IMG-LABEL           PIC X(08).
001320     05  SCM-REG-IMG-STATUS          PIC X(01).
001330     05  FILLER                      PIC X(02).
001340     05  SCM-REG-IMG-SCORE           PIC Z9.
001350     05  FILLER                      PIC X(02).
001360     05  SCM-REG-IMG-BY              PIC X(08).
001370     05  FILLER                      PIC X(02).
001380     05  SCM-REG-IMG-NOTE            PIC X(30).
001390     05  FILLER                      PIC X(20).
001400
001410 01  SCM-REG-TOTAL REDEFINES SCM-REG-WORK-LINE.
001420     05  SCM-REG-TOT-LABEL           PIC X(18).
001430     05  SCM-REG-TOT-COUNT           PIC ZZZZ9.
001440     05  FILLER                      PIC X(57).
001450
001460 PROCEDURE DIVISION.
001470******************************************************************
001480* 0000-MAINLINE
001490******************************************************************
001500 0000-MAINLINE.
001510
001520     PERFORM 1000-INITIALIZE
001530         THRU 1000-INITIALIZE-EXIT.
001540
001550     PERFORM 2000-APPLY-MAINT
001560         THRU 2000-APPLY-MAINT-EXIT
001570         UNTIL SCM-EOF-YES.
001580
001590     PERFORM 3000-TERMINATE
001600         THRU 3000-TERMINATE-EXIT.
001610
001620     GOBACK.
001630
001640******************************************************************
001650* 1000-INITIALIZE - TAKE THE SUBMITTING OPERATOR, OPEN THE FILES,
001660*                  PRINT THE REGISTER HEADING AND PRIME THE
001670*                  TRANSACTION LOOP
001680******************************************************************
001690 1000-INITIALIZE.
001700
001710     DISPLAY "ENTER SUBMITTING OPERATOR ID: ".
001720     ACCEPT SCM-OPERATOR-ID.
001730
001740     IF SCM-OPERATOR-ID = SPACES
001750         DISPLAY "SCRMAINT: NO OPERATOR ID, NO ACTION APPLIED"
001760         MOVE "Y" TO SCM-EOF-SWITCH
001770         MOVE 8 TO RETURN-CODE
001780         MOVE "N" TO SCM-INIT-STATUS-SWITCH
001790         GO TO 1000-INITIALIZE-EXIT
001800     END-IF.
001810
001820     OPEN INPUT MAINT-TRAN-FILE.
001830
001840     IF NOT SCM-TRN-OK
001850         DISPLAY "SCRMAINT: UNABLE TO OPEN SCRTRAN, STATUS "
001860             SCM-TRN-STATUS
001870         MOVE "Y" TO SCM-EOF-SWITCH
001880         MOVE 8 TO RETURN-CODE
001890         MOVE "N" TO SCM-INIT-STATUS-SWITCH
001900         GO TO 1000-INITIALIZE-EXIT
001910     END-IF.
001920
001930*    THE FLAG FILE IS CREATED BY THE SCREENING RUN; THERE IS
001940*    NOTHING TO CLEAR UNTIL IT HAS RUN.
001950     OPEN I-O FLAG-FILE.
001960
001970     IF NOT SCM-SCF-OK
001980         DISPLAY "SCRMAINT: UNABLE TO OPEN SOMSCRF, STATUS "
001990             SCM-SCF-STATUS
002000         MOVE "Y" TO SCM-EOF-SWITCH
002010         MOVE 8 TO RETURN-CODE
002020         MOVE "N" TO SCM-INIT-STATUS-SWITCH
002030         GO TO 1000-INITIALIZE-EXIT
002040     END-IF.
002050
002060     OPEN OUTPUT REGISTER-FILE.
002070
002080     IF NOT SCM-REG-OK
002090         DISPLAY "SCRMAINT: UNABLE TO OPEN SCRREG, STATUS "
002100             SCM-REG-STATUS
002110         MOVE "Y" TO SCM-EOF-SWITCH
002120         MOVE 8 TO RETURN-CODE
002130         MOVE "N" TO SCM-INIT-STATUS-SWITCH
002140         GO TO 1000-INITIALIZE-EXIT
002150     END-IF.
002160
002170*    A CLEARED FLAG IS NEVER REPORTED AGAIN - A RUN THAT CANNOT
002180*    BE AUDITED DOES NOT RUN.
002190     OPEN EXTEND AUDIT-FILE.
002200
002210     IF SCM-AUD-NOT-FOUND
002220         OPEN OUTPUT AUDIT-FILE
002230     END-IF.
002240
002250     IF NOT SCM-AUD-OK
002260         DISPLAY "SCRMAINT: UNABLE TO OPEN SETAUD, STATUS "
002270             SCM-AUD-STATUS
002280         MOVE "Y" TO SCM-EOF-SWITCH
002290         MOVE 8 TO RETURN-CODE
002300         MOVE "N" TO SCM-INIT-STATUS-SWITCH
002310         GO TO 1000-INITIALIZE-EXIT
002320     END-IF.
002330
002340     ACCEPT SCM-RUN-DATE FROM DATE YYYYMMDD.
002350     MOVE SPACES TO SCM-REG-WORK-LINE.
002360     MOVE "UNUSUAL-ACTIVITY FLAG MAINTENANCE REGISTER RUN"
002370         TO SCM-REG-HDG-LABEL.
002380     MOVE SCM-RUN-DATE TO SCM-REG-HDG-DATE.
002390     PERFORM 2500-WRITE-REGISTER-LINE
002400         THRU 2500-WRITE-REGISTER-LINE-EXIT.
002410
002420     PERFORM 2400-READ-MAINT-RECORD
002430         THRU 2400-READ-MAINT-RECORD-EXIT.
002440
002450 1000-INITIALIZE-EXIT.
002460     EXIT.
002470
002480******************************************************************
002490* 2000-APPLY-MAINT - APPLY ONE ACTION TO ITS FLAG.  THE REGISTER
002500*                   GETS AN ACTION LINE PLUS THE FLAG AS IT STANDS
002510*                   AFTERWARDS.
002520******************************************************************
002530 2000-APPLY-MAINT.
002540
002550     MOVE "N"    TO SCM-REJECT-SWITCH.
002560     MOVE SPACES TO SCM-REJECT-REASON.
002570
002580     MOVE SCR-TRN-RUN-DATE TO SOM-SCF-RUN-DATE.
002590     MOVE SCR-TRN-TRAN-KEY TO SOM-SCF-TRAN-KEY.
002600
002610     READ FLAG-FILE
002620         KEY IS SOM-SCF-KEY
002630         INVALID KEY
002640             CONTINUE
002650     END-READ.
002660
002670     IF NOT SCM-SCF-OK
002680         MOVE "Y" TO SCM-REJECT-SWITCH
002690         MOVE "NO SUCH FLAG ON SOMSCRF" TO SCM-REJECT-REASON
002700     ELSE
002710         IF SCR-TRN-CLEAR
002720             PERFORM 2210-APPLY-CLEAR
002730                 THRU 2210-APPLY-CLEAR-EXIT
002740         ELSE
002750             IF SCR-TRN-REOPEN
002760                 PERFORM 2220-APPLY-REOPEN
002770                     THRU 2220-APPLY-REOPEN-EXIT
002780             ELSE
002790                 MOVE "Y" TO SCM-REJECT-SWITCH
002800                 MOVE "INVALID ACTION CODE"
002810                     TO SCM-REJECT-REASON
002820             END-IF
002830         END-IF
002840     END-IF.
002850
002860     IF SCM-REJECT-YES
002870         ADD 1 TO SCM-REJECTED-COUNT
002880     ELSE
002890         ADD 1 TO SCM-APPLIED-COUNT
002900         PERFORM 2600-WRITE-AUDIT-RECORD
002910             THRU 2600-WRITE-AUDIT-RECORD-EXIT
002920     END-IF.
002930
002940     PERFORM 2300-PRINT-REGISTER-ENTRY
002950         THRU 2300-PRINT-REGISTER-ENTRY-EXIT.
002960
002970     PERFORM 2400-READ-MAINT-RECORD
002980         THRU 2400-READ-MAINT-RECORD-EXIT.
002990
003000 2000-APPLY-MAINT-EXIT.
003010     EXIT.
003020
003030******************************************************************
003040* 2210-APPLY-CLEAR - MARK AN OPEN FLAG CLEARED BY THIS OPERATOR.
003050*                   A CLEAR MUST SAY WHY.
003060******************************************************************
003070 2210-APPLY-CLEAR.
003080
003090     IF SOM-SCF-CLEARED
003100         MOVE "Y" TO SCM-REJECT-SWITCH
003110         MOVE "FLAG ALREADY CLEARED" TO SCM-REJECT-REASON
003120         GO TO 2210-APPLY-CLEAR-EXIT
003130     END-IF.
003140
003150     IF SCR-TRN-NOTE = SPACES
003160         MOVE "Y" TO SCM-REJECT-SWITCH
003170         MOVE "CLEAR NEEDS A REVIEW NOTE" TO SCM-REJECT-REASON
003180         GO TO 2210-APPLY-CLEAR-EXIT
003190     END-IF.
003200
003210     MOVE "K"             TO SOM-SCF-STATUS.
003220     MOVE SCM-OPERATOR-ID TO SOM-SCF-CLEARED-BY.
003230     MOVE SCM-RUN-DATE    TO SOM-SCF-CLEARED-DATE.
003240     MOVE SCR-TRN-NOTE    TO SOM-SCF-CLEAR-NOTE.
003250
003260     REWRITE SOM-SCRF-RECORD
003270         INVALID KEY
003280             CONTINUE
003290     END-REWRITE.
003300
003310     IF NOT SCM-SCF-OK
003320         MOVE "Y" TO SCM-REJECT-SWITCH
003330         MOVE "SOMSCRF REWRITE REJECTED" TO SCM-REJECT-REASON
003340     END-IF.
003350
003360 2210-APPLY-CLEAR-EXIT.
003370     EXIT.
003380
003390******************************************************************
003400* 2220-APPLY-REOPEN - PUT A CLEARED FLAG BACK OPEN.  THE CLEARING
003410*                    DETAILS ARE REPLACED BY THE REOPENING
003420*                    OPERATOR, DATE AND NOTE; SETAUD KEEPS BOTH.
003430******************************************************************
003440 2220-APPLY-REOPEN.
003450
003460     IF SOM-SCF-OPEN
003470         MOVE "Y" TO SCM-REJECT-SWITCH
003480         MOVE "FLAG IS NOT CLEARED" TO SCM-REJECT-REASON
003490         GO TO 2220-APPLY-REOPEN-EXIT
003500     END-IF.
003510
003520     MOVE "O"             TO SOM-SCF-STATUS.
003530     MOVE SCM-OPERATOR-ID TO SOM-SCF-CLEARED-BY.
003540     MOVE SCM-RUN-DATE    TO SOM-SCF-CLEARED-DATE.
003550     MOVE SCR-TRN-NOTE    TO SOM-SCF-CLEAR-NOTE.
003560
003570     REWRITE SOM-SCRF-RECORD
003580         INVALID KEY
003590             CONTINUE
003600     END-REWRITE.
003610
003620     IF NOT SCM-SCF-OK
003630         MOVE "Y" TO SCM-REJECT-SWITCH
003640         MOVE "SOMSCRF REWRITE REJECTED" TO SCM-REJECT-REASON
003650     END-IF.
003660
003670 2220-APPLY-REOPEN-EXIT.
003680     EXIT.
003690
003700******************************************************************
003710* 2300-PRINT-REGISTER-ENTRY - ONE ACTION LINE (WITH DISPOSITION
003720*                            AND REJECT REASON) AND, WHEN THE FLAG
003730*                            EXISTS, ITS STATUS, SCORE, REVIEWER
003740*                            AND NOTE AS THEY NOW STAND
003750******************************************************************
003760 2300-PRINT-REGISTER-ENTRY.
003770
003780     MOVE SPACES           TO SCM-REG-WORK-LINE.
003790     MOVE SCR-TRN-ACTION   TO SCM-REG-ACT-CODE.
003800     MOVE SCR-TRN-RUN-DATE TO SCM-REG-ACT-RUN-DATE.
003810     MOVE SCR-TRN-TRAN-KEY TO SCM-REG-ACT-KEY.
003820
003830     IF SCM-REJECT-YES
003840         MOVE "REJECTED"        TO SCM-REG-ACT-DISP
003850         MOVE SCM-REJECT-REASON TO SCM-REG-ACT-REASON
003860     ELSE
003870         MOVE "APPLIED"         TO SCM-REG-ACT-DISP
003880     END-IF.
003890
003900     PERFORM 2500-WRITE-REGISTER-LINE
003910         THRU 2500-WRITE-REGISTER-LINE-EXIT.
003920
003930     IF SCM-SCF-OK
003940         MOVE SPACES               TO SCM-REG-WORK-LINE
003950         MOVE "FLAG:   "           TO SCM-REG-IMG-LABEL
003960         MOVE SOM-SCF-STATUS       TO SCM-REG-IMG-STATUS
003970         MOVE SOM-SCF-SCORE        TO SCM-REG-IMG-SCORE
003980         MOVE SOM-SCF-CLEARED-BY   TO SCM-REG-IMG-BY
003990         MOVE SOM-SCF-CLEAR-NOTE   TO SCM-REG-IMG-NOTE
004000         PERFORM 2500-WRITE-REGISTER-LINE
004010             THRU 2500-WRITE-REGISTER-LINE-EXIT
004020     END-IF.
004030
004040 2300-PRINT-REGISTER-ENTRY-EXIT.
004050     EXIT.
004060
004070******************************************************************
004080* 2400-READ-MAINT-RECORD - READ THE NEXT TRANSACTION, FLAG EOF
004090******************************************************************
004100 2400-READ-MAINT-RECORD.
004110
004120     READ MAINT-TRAN-FILE
004130         AT END
004140             MOVE "Y" TO SCM-EOF-SWITCH
004150     END-READ.
004160
004170 2400-READ-MAINT-RECORD-EXIT.
004180     EXIT.
004190
004200******************************************************************
004210* 2500-WRITE-REGISTER-LINE - MOVE THE WORK LINE TO THE REGISTER
004220*                           RECORD, WRITE IT AND CHECK THE STATUS
004230******************************************************************
004240 2500-WRITE-REGISTER-LINE.
004250
004260     MOVE SCM-REG-WORK-LINE TO SCR-REGISTER-LINE.
004270     WRITE SCR-REGISTER-LINE.
004280
004290     IF NOT SCM-REG-OK
004300         DISPLAY "SCRMAINT: SCRREG WRITE FAILED, STATUS "
004310             SCM-REG-STATUS
004320     END-IF.
004330
004340 2500-WRITE-REGISTER-LINE-EXIT.
004350     EXIT.
004360
004370******************************************************************
004380* 2600-WRITE-AUDIT-RECORD - APPEND ONE SETAUD RECORD FOR THE
004390*                          ACTION JUST APPLIED.  THE PARAM-KEY
004400*                          FIELD CARRIES THE FLAGGED TRANSACTION
004410*                          KEY; THE OLD/NEW VALUES ARE ZERO, AS
004420*                          THEY ARE FOR SETOPRAD'S ADMIN ACTIONS.
004430******************************************************************
004440 2600-WRITE-AUDIT-RECORD.
004450
004460     ACCEPT SET-AUD-DATE FROM DATE YYYYMMDD.
004470     ACCEPT SET-AUD-TIME FROM TIME.
004480     MOVE SCM-OPERATOR-ID TO SET-AUD-OPERATOR-ID.
004490
004500     IF SCR-TRN-CLEAR
004510         MOVE "CLEAR"    TO SET-AUD-ACTION
004520     ELSE
004530         MOVE "REOPEN"   TO SET-AUD-ACTION
004540     END-IF.
004550
004560     MOVE SCR-TRN-TRAN-KEY TO SET-AUD-PARAM-KEY.
004570     MOVE ZEROS            TO SET-AUD-OLD-VALUE.
004580     MOVE ZEROS            TO SET-AUD-NEW-VALUE.
004590
004600     WRITE SET-AUDIT-RECORD.
004610
004620     IF NOT SCM-AUD-OK
004630         DISPLAY "SCRMAINT: SETAUD WRITE FAILED, STATUS "
004640             SCM-AUD-STATUS
004650         MOVE "N" TO SCM-AUD-SAVE-SWITCH
004660     END-IF.
004670
004680 2600-WRITE-AUDIT-RECORD-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720* 3000-TERMINATE - PRINT THE APPLIED/REJECTED COUNTS, CLOSE THE
004730*                 FILES AND SET THE COMPLETION CODE.  A RUN WITH
004740*                 REJECTS COMPLETES WITH A WARNING; ONE WHOSE
004750*                 AUDIT TRAIL COULD NOT BE WRITTEN FAILS.
004760******************************************************************
004770 3000-TERMINATE.
004780
004790     IF SCM-INIT-FAILED
004800         GO TO 3000-TERMINATE-EXIT
004810     END-IF.
004820
004830     MOVE SPACES              TO SCM-REG-WORK-LINE.
004840     MOVE "ACTIONS APPLIED:  " TO SCM-REG-TOT-LABEL.
004850     MOVE SCM-APPLIED-COUNT   TO SCM-REG-TOT-COUNT.
004860     PERFORM 2500-WRITE-REGISTER-LINE
004870         THRU 2500-WRITE-REGISTER-LINE-EXIT.
004880
004890     MOVE SPACES              TO SCM-REG-WORK-LINE.
004900     MOVE "ACTIONS REJECTED: " TO SCM-REG-TOT-LABEL.
004910     MOVE SCM-REJECTED-COUNT  TO SCM-REG-TOT-COUNT.
004920     PERFORM 2500-WRITE-REGISTER-LINE
004930         THRU 2500-WRITE-REGISTER-LINE-EXIT.
004940
004950     CLOSE MAINT-TRAN-FILE.
004960     CLOSE FLAG-FILE.
004970     CLOSE REGISTER-FILE.
004980     CLOSE AUDIT-FILE.
004990
005000     IF SCM-AUD-SAVE-FAILED
005010         MOVE 8 TO RETURN-CODE
005020     ELSE
005030         IF SCM-REJECTED-COUNT > 0
005040             MOVE 4 TO RETURN-CODE
005050         ELSE
005060             MOVE 0 TO RETURN-CODE
005070         END-IF
005080     END-IF.
005090
005100 3000-TERMINATE-EXIT.
005110     EXIT.
005120
005130 END PROGRAM SCRMAINT.
