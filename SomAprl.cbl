000010******************************************************************
000020* PROGRAM:     SOMAPRL
000030* AUTHOR:      J. ALVES NOGUEIRA
000040* INSTALLATION: LEARNING-COBOL BATCH SHOP
000050* DATE-WRITTEN: 2026-10-01
000060* DATE-COMPILED:
000070*-----------------------------------------------------------------
000080* PURPOSE:     NIGHTLY DUAL-CONTROL APPROVAL ROLL, MODELED ON THE
000090*              SOMRHLD HOLDING ROLL.  PASSES THE SOMPEND PENDING-
000100*              APPROVAL FILE ONCE: AN ITEM A SECOND OPERATOR HAS
000110*              APPROVED WITH SOMAPPR IS WRITTEN TO THE SOMAPRV
000120*              FEED (BATCHED SOMBTCH LAYOUT, A SOMBUILD SOURCE)
000130*              FOR THE NEXT POSTING RUN, AN ITEM DECLINED IS
000140*              APPENDED TO TONIGHT'S SOMREJ SO THE HOLDING ROLL
000150*              CARRIES IT DOWN THE REJECT PATH, AND BOTH ARE
000160*              TAKEN OFF THE FILE.  AN ITEM STILL AWAITING A
000170*              DECISION STAYS.  PRINTS THE APPROVAL REGISTER OF
000180*              EVERY ITEM ROLLED OR STILL PENDING.
000190*-----------------------------------------------------------------
000200* MODIFICATION HISTORY:
000210*   DATE       INIT  DESCRIPTION
000220*   2026-10-01 JAN   ORIGINAL VERSION.
000220*   2026-10-01 JAN   AN APPROVED ITEM IS RELEASED WITH THE
000220*                    EFFECTIVE PERIOD IT ARRIVED WITH.
000230* Tectonics: cobc
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. SOMAPRL.
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT PENDING-FILE ASSIGN "SOMPEND"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS SOM-PND-KEY
000350         FILE STATUS IS SAL-PND-STATUS.
000360
000370     SELECT REJECT-FILE ASSIGN "SOMREJ"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS SAL-REJ-STATUS.
000400
000410     SELECT APPROVED-FILE ASSIGN "SOMAPRV"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS SAL-APV-STATUS.
000440
000450     SELECT REGISTER-FILE ASSIGN "SOMAPRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS SAL-RPT-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  PENDING-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 COPY SOMPEND.
000540
000550 FD  REJECT-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 COPY SOMREJ.
000580
000590 FD  APPROVED-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 COPY SOMBTCH.
000620
000630 FD  REGISTER-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 COPY SOMAPRPT.
000660
000670 WORKING-STORAGE SECTION.
000680 77  SAL-PND-STATUS              PIC X(02) VALUE "00".
000690     88  SAL-PND-OK                         VALUE "00".
000700     88  SAL-PND-EOF                        VALUE "10".
000710     88  SAL-PND-FILE-NOT-FOUND             VALUE "35".
000720
000730 77  SAL-REJ-STATUS              PIC X(02) VALUE "00".
000740     88  SAL-REJ-OK                         VALUE "00".
000750     88  SAL-REJ-FILE-NOT-FOUND             VALUE "35".
000760
000770 77  SAL-APV-STATUS              PIC X(02) VALUE "00".
000780     88  SAL-APV-OK                         VALUE "00".
000790
000800 77  SAL-RPT-STATUS              PIC X(02) VALUE "00".
000810     88  SAL-RPT-OK                         VALUE "00".
000820
000830 77  SAL-PND-EOF-SWITCH          PIC X(01) VALUE "N".
000840     88  SAL-PND-EOF-YES                    VALUE "Y".
000850     88  SAL-PND-EOF-NO                     VALUE "N".
000860
000870 77  SAL-INIT-STATUS-SWITCH      PIC X(01) VALUE "Y".
000880     88  SAL-INIT-OK                        VALUE "Y".
000890     88  SAL-INIT-FAILED                    VALUE "N".
000900
000910 77  SAL-ROLLED-SWITCH           PIC X(01) VALUE "N".
000920     88  SAL-ROLLED-YES                     VALUE "Y".
000930     88  SAL-ROLLED-NO                      VALUE "N".
000940
000950 77  SAL-RUN-DATE                PIC 9(08) VALUE ZEROS.
000960 77  SAL-APPROVED-COUNT          PIC 9(05) COMP VALUE 0.
000970 77  SAL-DECLINED-COUNT          PIC 9(05) COMP VALUE 0.
000980 77  SAL-PENDING-COUNT           PIC 9(05) COMP VALUE 0.
000990 77  SAL-APV-HASH-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
001000 77  SAL-APPROVED-BASE           PIC S9(9)V99 COMP-3 VALUE ZERO.
001010 77  SAL-DECLINED-BASE           PIC S9(9)V99 COMP-3 VALUE ZERO.
001020 77  SAL-PENDING-BASE            PIC S9(9)V99 COMP-3 VALUE ZERO.
001030
001040******************************************************************
001050* SAL-RPT-WORK-LINE AND ITS REDEFINES - THE APPROVAL REGISTER
001060* LINE IS BUILT HERE IN WORKING STORAGE, THEN MOVED INTO THE
001070* REPORT-FILE RECORD JUST BEFORE EACH WRITE.
001080******************************************************************
001090 01  SAL-RPT-WORK-LINE               PIC X(080) VALUE SPACES.
001100
001110 01  SAL-RPT-HEADING REDEFINES SAL-RPT-WORK-LINE.
001120     05  SAL-RPT-HDG-LABEL           PIC X(34).
001130     05  SAL-RPT-HDG-DATE            PIC X(10).
001140     05  FILLER                      PIC X(36).
001150
001160 01  SAL-RPT-DETAIL REDEFINES SAL-RPT-WORK-LINE.
001170     05  SAL-RPT-DET-RUN-DATE        PIC 9(08).
001180     05  FILLER                      PIC X(01).
001190     05  SAL-RPT-DET-KEY             PIC 9(06).
001200     05  FILLER                      PIC X(01).
001210     05  SAL-RPT-DET-AMOUNT          PIC -(7)9.99.
001220     05  FILLER                      PIC X(01).
001230     05  SAL-RPT-DET-CURRENCY        PIC X(03).
001240     05  FILLER                      PIC X(01).
001250     05  SAL-RPT-DET-BASE            PIC -(7)9.99.
001260     05  FILLER                      PIC X(01).
001270     05  SAL-RPT-DET-CC              PIC X(04).
001280     05  FILLER                      PIC X(01).
001290     05  SAL-RPT-DET-DISPOSITION     PIC X(08).
001300     05  FILLER                      PIC X(01).
001310     05  SAL-RPT-DET-DECIDED-BY      PIC X(08).
001320     05  FILLER                      PIC X(01).
001330     05  SAL-RPT-DET-DECIDED-DATE    PIC 9(08).
001340     05  FILLER                      PIC X(05).
001350
001360 01  SAL-RPT-TOTAL REDEFINES SAL-RPT-WORK-LINE.
001370     05  SAL-RPT-TOT-LABEL           PIC X(22).
001380     05  SAL-RPT-TOT-COUNT           PIC ZZZZ9.
001390     05  FILLER                      PIC X(03).
001400     05  SAL-RPT-TOT-AMOUNT          PIC -(9)9.99.
001410     05  FILLER                      PIC X(37).
001420
001430 PROCEDURE DIVISION.
001440******************************************************************
001450* 0000-MAINLINE
001460******************************************************************
001470 0000-MAINLINE.
001480
001490     PERFORM 1000-INITIALIZE
001500         THRU 1000-INITIALIZE-EXIT.
001510
001520     IF SAL-INIT-OK
001530         PERFORM 2000-ROLL-PENDING-FILE
001540             THRU 2000-ROLL-PENDING-FILE-EXIT
001550         PERFORM 4000-PRINT-TOTALS
001560             THRU 4000-PRINT-TOTALS-EXIT
001570     END-IF.
001580
001590     PERFORM 5000-TERMINATE
001600         THRU 5000-TERMINATE-EXIT.
001610
001620     GOBACK.
001630
001640******************************************************************
001650* 1000-INITIALIZE - OPEN THE FILES, WRITE THE SOMAPRV BATCH
001660*                  HEADER AND THE REGISTER HEADING.  A PENDING
001670*                  FILE THAT DOES NOT EXIST YET IS CREATED EMPTY;
001680*                  A MISSING SOMREJ (THE POSTING RUN REJECTED
001690*                  NOTHING) IS STARTED HERE.
001700******************************************************************
001710 1000-INITIALIZE.
001720
001730     ACCEPT SAL-RUN-DATE FROM DATE YYYYMMDD.
001740
001750     OPEN I-O PENDING-FILE.
001760
001770     IF SAL-PND-FILE-NOT-FOUND
001780         OPEN OUTPUT PENDING-FILE
001790         IF SAL-PND-OK
001800             CLOSE PENDING-FILE
001810             OPEN I-O PENDING-FILE
001820         END-IF
001830     END-IF.
001840
001850     IF NOT SAL-PND-OK
001860         DISPLAY "SOMAPRL: UNABLE TO OPEN SOMPEND, STATUS "
001870             SAL-PND-STATUS
001880         MOVE 8 TO RETURN-CODE
001890         MOVE "N" TO SAL-INIT-STATUS-SWITCH
001900         GO TO 1000-INITIALIZE-EXIT
001910     END-IF.
001920
001930     OPEN EXTEND REJECT-FILE.
001940
001950     IF SAL-REJ-FILE-NOT-FOUND
001960         OPEN OUTPUT REJECT-FILE
001970     END-IF.
001980
001990     IF NOT SAL-REJ-OK
002000         DISPLAY "SOMAPRL: UNABLE TO OPEN SOMREJ, STATUS "
002010             SAL-REJ-STATUS
002020         MOVE 8 TO RETURN-CODE
002030         MOVE "N" TO SAL-INIT-STATUS-SWITCH
002040         GO TO 1000-INITIALIZE-EXIT
002050     END-IF.
002060
002070     OPEN OUTPUT APPROVED-FILE.
002080
002090     IF NOT SAL-APV-OK
002100         DISPLAY "SOMAPRL: UNABLE TO OPEN SOMAPRV, STATUS "
002110             SAL-APV-STATUS
002120         MOVE 8 TO RETURN-CODE
002130         MOVE "N" TO SAL-INIT-STATUS-SWITCH
002140         GO TO 1000-INITIALIZE-EXIT
002150     END-IF.
002160
002170     MOVE SPACES       TO SOM-BCH-RECORD.
002180     MOVE "H"          TO SOM-BCH-TYPE.
002190     MOVE "SOMAPRV"    TO SOM-BCH-SOURCE-ID.
002200     MOVE SAL-RUN-DATE TO SOM-BCH-FILE-DATE.
002210     WRITE SOM-BCH-RECORD.
002220
002230     IF NOT SAL-APV-OK
002240         DISPLAY "SOMAPRL: SOMAPRV HEADER WRITE FAILED, STATUS "
002250             SAL-APV-STATUS
002260         MOVE 8 TO RETURN-CODE
002270         MOVE "N" TO SAL-INIT-STATUS-SWITCH
002280         GO TO 1000-INITIALIZE-EXIT
002290     END-IF.
002300
002310     OPEN OUTPUT REGISTER-FILE.
002320
002330     IF NOT SAL-RPT-OK
002340         DISPLAY "SOMAPRL: UNABLE TO OPEN SOMAPRPT, STATUS "
002350             SAL-RPT-STATUS
002360         MOVE 8 TO RETURN-CODE
002370         MOVE "N" TO SAL-INIT-STATUS-SWITCH
002380         GO TO 1000-INITIALIZE-EXIT
002390     END-IF.
002400
002410     MOVE SPACES TO SAL-RPT-WORK-LINE.
002420     MOVE "DUAL-CONTROL APPROVAL REGISTER RUN "
002430         TO SAL-RPT-HDG-LABEL.
002440     MOVE SAL-RUN-DATE TO SAL-RPT-HDG-DATE.
002450     PERFORM 4200-WRITE-REGISTER-LINE
002460         THRU 4200-WRITE-REGISTER-LINE-EXIT.
002470
002480 1000-INITIALIZE-EXIT.
002490     EXIT.
002500
002510******************************************************************
002520* 2000-ROLL-PENDING-FILE - PASS THE WHOLE PENDING FILE ONCE IN
002530*                         KEY SEQUENCE, ROLLING EVERY DECIDED ITEM
002540*                         AND REGISTERING EVERY ITEM
002550******************************************************************
002560 2000-ROLL-PENDING-FILE.
002570
002580     MOVE "N"   TO SAL-PND-EOF-SWITCH.
002590     MOVE ZEROS TO SOM-PND-KEY.
002600
002610     START PENDING-FILE
002620         KEY IS NOT LESS THAN SOM-PND-KEY
002630         INVALID KEY
002640             MOVE "Y" TO SAL-PND-EOF-SWITCH
002650     END-START.
002660
002670     IF SAL-PND-EOF-NO
002680         PERFORM 2100-READ-NEXT-PENDING
002690             THRU 2100-READ-NEXT-PENDING-EXIT
002700     END-IF.
002710
002720     PERFORM 2200-ROLL-ONE-ITEM
002730         THRU 2200-ROLL-ONE-ITEM-EXIT
002740         UNTIL SAL-PND-EOF-YES.
002750
002760 2000-ROLL-PENDING-FILE-EXIT.
002770     EXIT.
002780
002790******************************************************************
002800* 2100-READ-NEXT-PENDING - READ THE NEXT PENDING RECORD IN KEY
002810*                         SEQUENCE, FLAG EOF
002820******************************************************************
002830 2100-READ-NEXT-PENDING.
002840
002850     READ PENDING-FILE NEXT RECORD
002860         AT END
002870             MOVE "Y" TO SAL-PND-EOF-SWITCH
002880     END-READ.
002890
002900 2100-READ-NEXT-PENDING-EXIT.
002910     EXIT.
002920
002930******************************************************************
002940* 2200-ROLL-ONE-ITEM - SEND AN APPROVED ITEM TO SOMAPRV OR A
002950*                     DECLINED ONE TO SOMREJ, DELETE IT ONLY ONCE
002960*                     THAT WRITE HAS WORKED, AND REGISTER IT
002970******************************************************************
002980 2200-ROLL-ONE-ITEM.
002990
003000     MOVE "N" TO SAL-ROLLED-SWITCH.
003010     MOVE SPACES TO SAL-RPT-WORK-LINE.
003020
003030     IF SOM-PND-APPROVED
003040         PERFORM 2300-RELEASE-APPROVED
003050             THRU 2300-RELEASE-APPROVED-EXIT
003060     ELSE
003070         IF SOM-PND-DECLINED
003080             PERFORM 2400-REJECT-DECLINED
003090                 THRU 2400-REJECT-DECLINED-EXIT
003100         ELSE
003110             MOVE "PENDING"          TO SAL-RPT-DET-DISPOSITION
003120             ADD 1                   TO SAL-PENDING-COUNT
003130             ADD SOM-PND-BASE-AMOUNT TO SAL-PENDING-BASE
003140         END-IF
003150     END-IF.
003160
003170     IF SAL-ROLLED-YES
003180         DELETE PENDING-FILE
003190             INVALID KEY
003200                 CONTINUE
003210         END-DELETE
003220         IF NOT SAL-PND-OK
003230             DISPLAY "SOMAPRL: SOMPEND DELETE FAILED, STATUS "
003240                 SAL-PND-STATUS ", KEY " SOM-PND-TRAN-KEY
003250         END-IF
003260     END-IF.
003270
003280     MOVE SOM-PND-RUN-DATE     TO SAL-RPT-DET-RUN-DATE.
003290     MOVE SOM-PND-TRAN-KEY     TO SAL-RPT-DET-KEY.
003300     MOVE SOM-PND-AMOUNT       TO SAL-RPT-DET-AMOUNT.
003310     MOVE SOM-PND-CURRENCY     TO SAL-RPT-DET-CURRENCY.
003320     MOVE SOM-PND-BASE-AMOUNT  TO SAL-RPT-DET-BASE.
003330     MOVE SOM-PND-COST-CENTER  TO SAL-RPT-DET-CC.
003340     MOVE SOM-PND-DECIDED-BY   TO SAL-RPT-DET-DECIDED-BY.
003350     MOVE SOM-PND-DECIDED-DATE TO SAL-RPT-DET-DECIDED-DATE.
003360     PERFORM 4200-WRITE-REGISTER-LINE
003370         THRU 4200-WRITE-REGISTER-LINE-EXIT.
003380
003390     PERFORM 2100-READ-NEXT-PENDING
003400         THRU 2100-READ-NEXT-PENDING-EXIT.
003410
003420 2200-ROLL-ONE-ITEM-EXIT.
003430     EXIT.
003440
003450******************************************************************
003460* 2300-RELEASE-APPROVED - WRITE THE APPROVED ITEM AS A SOMAPRV
003470*                        DETAIL IN ITS ORIGINAL CURRENCY, SO THE
003480*                        POSTING RUN CONVERTS IT ON THE NIGHT IT
003490*                        POSTS.  A FAILED WRITE LEAVES THE ITEM ON
003500*                        SOMPEND FOR THE NEXT ROLL.
003510******************************************************************
003520 2300-RELEASE-APPROVED.
003530
003540     MOVE SPACES              TO SOM-BCH-RECORD.
003550     MOVE "D"                 TO SOM-BCH-TYPE.
003560     MOVE SOM-PND-TRAN-KEY    TO SOM-BCH-TRAN-KEY.
003570     MOVE SOM-PND-AMOUNT      TO SOM-BCH-TRAN-AMOUNT.
003580     MOVE SOM-PND-COST-CENTER TO SOM-BCH-TRAN-CC.
003590     MOVE SOM-PND-CURRENCY    TO SOM-BCH-TRAN-CURRENCY.
003590     MOVE SOM-PND-EFF-PERIOD  TO SOM-BCH-TRAN-EFF-PERIOD.
003600     WRITE SOM-BCH-RECORD.
003610
003620     IF NOT SAL-APV-OK
003630         DISPLAY "SOMAPRL: SOMAPRV WRITE FAILED, STATUS "
003640             SAL-APV-STATUS ", KEY " SOM-PND-TRAN-KEY
003650             " HELD FOR RETRY"
003660         MOVE "RETRY"    TO SAL-RPT-DET-DISPOSITION
003670         GO TO 2300-RELEASE-APPROVED-EXIT
003680     END-IF.
003690
003700     MOVE "Y"                TO SAL-ROLLED-SWITCH.
003710     MOVE "APPROVED"         TO SAL-RPT-DET-DISPOSITION.
003720     ADD 1                   TO SAL-APPROVED-COUNT.
003730     ADD SOM-PND-AMOUNT      TO SAL-APV-HASH-TOTAL.
003740     ADD SOM-PND-BASE-AMOUNT TO SAL-APPROVED-BASE.
003750
003760 2300-RELEASE-APPROVED-EXIT.
003770     EXIT.
003780
003790******************************************************************
003800* 2400-REJECT-DECLINED - APPEND THE DECLINED ITEM TO TONIGHT'S
003810*                       SOMREJ, IN ITS ORIGINAL CURRENCY, WHERE
003820*                       THE HOLDING ROLL PICKS IT UP.  A FAILED
003830*                       WRITE LEAVES THE ITEM ON SOMPEND.
003840******************************************************************
003850 2400-REJECT-DECLINED.
003860
003870     MOVE SOM-PND-TRAN-KEY    TO SOM-REJ-KEY.
003880     MOVE SOM-PND-AMOUNT      TO SOM-REJ-AMOUNT.
003890     MOVE SOM-PND-COST-CENTER TO SOM-REJ-COST-CENTER.
003900     MOVE "DECLINED UNDER DUAL CONTROL" TO SOM-REJ-REASON.
003910     MOVE SOM-PND-CURRENCY    TO SOM-REJ-CURRENCY.
003920     WRITE SOM-REJECT-RECORD.
003930
003940     IF NOT SAL-REJ-OK
003950         DISPLAY "SOMAPRL: SOMREJ WRITE FAILED, STATUS "
003960             SAL-REJ-STATUS ", KEY " SOM-PND-TRAN-KEY
003970             " HELD FOR RETRY"
003980         MOVE "RETRY"    TO SAL-RPT-DET-DISPOSITION
003990         GO TO 2400-REJECT-DECLINED-EXIT
004000     END-IF.
004010
004020     MOVE "Y"                TO SAL-ROLLED-SWITCH.
004030     MOVE "DECLINED"         TO SAL-RPT-DET-DISPOSITION.
004040     ADD 1                   TO SAL-DECLINED-COUNT.
004050     ADD SOM-PND-BASE-AMOUNT TO SAL-DECLINED-BASE.
004060
004070 2400-REJECT-DECLINED-EXIT.
004080     EXIT.
004090
004100******************************************************************
004110* 4000-PRINT-TOTALS - COUNT AND BASE-CURRENCY TOTAL FOR EACH OF
004120*                    APPROVED, DECLINED AND STILL PENDING
004130******************************************************************
004140 4000-PRINT-TOTALS.
004150
004160     MOVE SPACES              TO SAL-RPT-WORK-LINE.
004170     MOVE "APPROVED TO SOMAPRV: " TO SAL-RPT-TOT-LABEL.
004180     MOVE SAL-APPROVED-COUNT  TO SAL-RPT-TOT-COUNT.
004190     MOVE SAL-APPROVED-BASE   TO SAL-RPT-TOT-AMOUNT.
004200     PERFORM 4200-WRITE-REGISTER-LINE
004210         THRU 4200-WRITE-REGISTER-LINE-EXIT.
004220
004230     MOVE SPACES              TO SAL-RPT-WORK-LINE.
004240     MOVE "DECLINED TO SOMREJ:  " TO SAL-RPT-TOT-LABEL.
004250     MOVE SAL-DECLINED-COUNT  TO SAL-RPT-TOT-COUNT.
004260     MOVE SAL-DECLINED-BASE   TO SAL-RPT-TOT-AMOUNT.
004270     PERFORM 4200-WRITE-REGISTER-LINE
004280         THRU 4200-WRITE-REGISTER-LINE-EXIT.
004290
004300     MOVE SPACES              TO SAL-RPT-WORK-LINE.
004310     MOVE "STILL PENDING:       " TO SAL-RPT-TOT-LABEL.
004320     MOVE SAL-PENDING-COUNT   TO SAL-RPT-TOT-COUNT.
004330     MOVE SAL-PENDING-BASE    TO SAL-RPT-TOT-AMOUNT.
004340     PERFORM 4200-WRITE-REGISTER-LINE
004350         THRU 4200-WRITE-REGISTER-LINE-EXIT.
004360
004370 4000-PRINT-TOTALS-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410* 4200-WRITE-REGISTER-LINE - MOVE THE WORK LINE TO THE REPORT
004420*                           RECORD, WRITE IT AND CHECK THE STATUS
004430******************************************************************
004440 4200-WRITE-REGISTER-LINE.
004450
004460     MOVE SAL-RPT-WORK-LINE TO SOM-APR-PRINT-LINE.
004470     WRITE SOM-APR-PRINT-LINE.
004480
004490     IF NOT SAL-RPT-OK
004500         DISPLAY "SOMAPRL: SOMAPRPT WRITE FAILED, STATUS "
004510             SAL-RPT-STATUS
004520     END-IF.
004530
004540 4200-WRITE-REGISTER-LINE-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580* 5000-TERMINATE - WRITE THE SOMAPRV TRAILER, CLOSE EVERYTHING
004590*                 THAT OPENED AND SET THE COMPLETION CODE
004600******************************************************************
004610 5000-TERMINATE.
004620
004630     IF SAL-INIT-FAILED
004640         GO TO 5000-TERMINATE-EXIT
004650     END-IF.
004660
004670     CLOSE PENDING-FILE.
004680     CLOSE REJECT-FILE.
004690
004700     MOVE SPACES             TO SOM-BCH-RECORD.
004710     MOVE "T"                TO SOM-BCH-TYPE.
004720     MOVE SAL-APPROVED-COUNT TO SOM-BCH-REC-COUNT.
004730     MOVE SAL-APV-HASH-TOTAL TO SOM-BCH-HASH-TOTAL.
004740     WRITE SOM-BCH-RECORD.
004750
004760     IF NOT SAL-APV-OK
004770         DISPLAY "SOMAPRL: SOMAPRV TRAILER WRITE FAILED, "
004780             "STATUS " SAL-APV-STATUS
004790     END-IF.
004800
004810     CLOSE APPROVED-FILE.
004820     CLOSE REGISTER-FILE.
004830
004840     DISPLAY "SOMAPRL: " SAL-APPROVED-COUNT " APPROVED, "
004850         SAL-DECLINED-COUNT " DECLINED, " SAL-PENDING-COUNT
004860         " STILL PENDING".
004870
004880     MOVE 0 TO RETURN-CODE.
004890
004900 5000-TERMINATE-EXIT.
004910     EXIT.
004920
004930 END PROGRAM SOMAPRL.
