000010*****************************************************************
000020* PROGRAM:     ALCMAINT
000030* AUTHOR:      J. ALVES NOGUEIRA
000040* INSTALLATION: LEARNING-COBOL BATCH SHOP
000050* DATE-WRITTEN: 2026-10-01
000060* DATE-COMPILED:
000070*----------------------------------------------------------------
000080* PURPOSE:     OVERHEAD ALLOCATION RULE MAINTENANCE.  READS THE
000090*              ALCTRAN MAINTENANCE TRANSACTION FILE AND APPLIES
000100*              EACH ADD / CHANGE / DELETE ACTION TO THE INDEXED
000110*              ALLOCATION RULES MASTER (SOMALOC), PRINTING A
000120*              MAINTENANCE REGISTER WITH BEFORE AND AFTER IMAGES
000130*              OF EACH RULE AND A COUNT OF APPLIED AND REJECTED
000140*              ACTIONS.  AN ADD OR CHANGE MUST NAME A SOURCE
000150*              COST CENTER ON SOMCCM, A BASIS OF PERCENTAGES (P)
000160*              OR WEIGHTS (W), AND ONE TO TWELVE RECEIVERS, EACH
000170*              AN ACTIVE COST CENTER ON SOMCCM OTHER THAN THE
000180*              SOURCE, LISTED ONCE, WITH A SHARE ABOVE ZERO.  THE
000190*              PERCENTAGES OF A PERCENTAGE RULE MUST TOTAL
000200*              EXACTLY 100.  THE PERIOD-END SOMALLC RUN CHARGES
000210*              EACH SOURCE CENTER'S SPEND BACK BY THESE RULES.
000220*----------------------------------------------------------------
000230* MODIFICATION HISTORY:
000240*   DATE       INIT  DESCRIPTION
000250*   2026-10-01 JAN   ORIGINAL VERSION - UNTIL NOW THE SHARED-POOL
000260*                    CHARGE-BACK PERCENTAGES LIVED IN A FINANCE
000270*                    SPREADSHEET.
000280* Tectonics: cobc
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. ALCMAINT.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT MAINT-TRAN-FILE ASSIGN "ALCTRAN"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS ALM-TRN-STATUS.
000390
000400     SELECT RULE-FILE ASSIGN "SOMALOC"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS SOM-ALC-SOURCE-CC
000440         FILE STATUS IS ALM-ALC-STATUS.
000450
000460     SELECT COSTCTR-FILE ASSIGN "SOMCCM"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS SOM-CCM-CODE
000500         FILE STATUS IS ALM-CCM-STATUS.
000510
000520     SELECT REGISTER-FILE ASSIGN "ALCREG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS ALM-REG-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  MAINT-TRAN-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 COPY ALCTRN.
000610
000620 FD  RULE-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 COPY SOMALOC.
000650
000660 FD  COSTCTR-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 COPY SOMCCM.
000690
000700 FD  REGISTER-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 COPY ALCREG.
000730
000740 WORKING-STORAGE SECTION.
000750 77  ALM-TRN-STATUS              PIC X(02) VALUE "00".
000760     88  ALM-TRN-OK                         VALUE "00".
000770     88  ALM-TRN-EOF                        VALUE "10".
000780
000790 77  ALM-ALC-STATUS              PIC X(02) VALUE "00".
000800     88  ALM-ALC-OK                         VALUE "00".
000810     88  ALM-ALC-NOT-FOUND                  VALUE "23".
000820     88  ALM-ALC-DUPLICATE                  VALUE "22".
000830     88  ALM-ALC-FILE-NOT-FOUND             VALUE "35".
000840
000850 77  ALM-CCM-STATUS              PIC X(02) VALUE "00".
000860     88  ALM-CCM-OK                         VALUE "00".
000870     88  ALM-CCM-NOT-FOUND                  VALUE "23".
000880
000890 77  ALM-REG-STATUS              PIC X(02) VALUE "00".
000900     88  ALM-REG-OK                         VALUE "00".
000910
000920 77  ALM-EOF-SWITCH              PIC X(01) VALUE "N".
000930     88  ALM-EOF-YES                        VALUE "Y".
000940     88  ALM-EOF-NO                         VALUE "N".
000950
000960 77  ALM-INIT-STATUS-SWITCH      PIC X(01) VALUE "Y".
000970     88  ALM-INIT-OK                        VALUE "Y".
000980     88  ALM-INIT-FAILED                    VALUE "N".
000990
001000 77  ALM-REJECT-SWITCH           PIC X(01) VALUE "N".
001010     88  ALM-REJECT-YES                     VALUE "Y".
001020     88  ALM-REJECT-NO                      VALUE "N".
001030
001040 77  ALM-MASTER-FOUND-SWITCH     PIC X(01) VALUE "N".
001050     88  ALM-MASTER-FOUND-YES               VALUE "Y".
001060     88  ALM-MASTER-FOUND-NO                VALUE "N".
001070
001080 77  ALM-RUN-DATE                PIC 9(08) VALUE ZEROS.
001090 77  ALM-IX                      PIC 9(02) COMP VALUE 0.
001100 77  ALM-DUP-IX                  PIC 9(02) COMP VALUE 0.
001110 77  ALM-SHARE-TOTAL             PIC 9(05)V9(04) VALUE ZERO.
001120 77  ALM-BEFORE-SHARE-TOTAL      PIC 9(05)V9(04) VALUE ZERO.
001130 77  ALM-APPLIED-COUNT           PIC 9(05) COMP VALUE 0.
001140 77  ALM-REJECTED-COUNT          PIC 9(05) COMP VALUE 0.
001150 77  ALM-REJECT-REASON           PIC X(30) VALUE SPACES.
001160 77  ALM-REJECT-CC               PIC X(04) VALUE SPACES.
001170
001180*****************************************************************
001190* ALM-BEFORE-RULE - THE MASTER RULE AS IT STOOD BEFORE THE
001200* ACTION, KEPT FOR THE REGISTER'S BEFORE LINES.
001210*****************************************************************
001220 01  ALM-BEFORE-RULE.
001230     05  ALM-BFR-DESC                PIC X(20).
001240     05  ALM-BFR-BASIS               PIC X(01).
001250     05  ALM-BFR-RECEIVER-COUNT      PIC 9(02).
001260     05  ALM-BFR-RECEIVER            OCCURS 12 TIMES.
001270         10  ALM-BFR-RECV-CC         PIC X(04).
001280         10  ALM-BFR-RECV-SHARE      PIC 9(03)V9(04).
001290
001300*****************************************************************
001310* ALM-REG-WORK-LINE AND ITS REDEFINES - THE REGISTER LINE IS
001320* BUILT HERE IN WORKING STORAGE, THEN MOVED INTO THE REGISTER-
001330* FILE RECORD JUST BEFORE EACH WRITE.
001340*****************************************************************
001350 01  ALM-REG-WORK-LINE               PIC X(080) VALUE SPACES.
001360
001370 01  ALM-REG-HEADING REDEFINES ALM-REG-WORK-LINE.
001380     05  ALM-REG-HDG-LABEL           PIC X(46).
001390     05  ALM-REG-HDG-DATE            PIC X(10).
001400     05  FILLER                      PIC X(24).
001410
001420 01  ALM-REG-ACTION REDEFINES ALM-REG-WORK-LINE.
001430     05  ALM-REG-ACT-CODE            PIC X(01).
001440     05  FILLER                      PIC X(02).
001450     05  ALM-REG-ACT-SOURCE          PIC X(04).
001460     05  FILLER                      PIC X(02).
001470     05  ALM-REG-ACT-DISP            PIC X(08).
001480     05  FILLER                      PIC X(02).
001490     05  ALM-REG-ACT-REASON          PIC X(30).
001500     05  FILLER                      PIC X(02).
001510     05  ALM-REG-ACT-REJECT-CC       PIC X(04).
001520     05  FILLER                      PIC X(25).
001530
001540 01  ALM-REG-IMAGE REDEFINES ALM-REG-WORK-LINE.
001550     05  FILLER                      PIC X(05).
001560     05  ALM-REG-IMG-LABEL           PIC X(08).
001570     05  ALM-REG-IMG-BASIS           PIC X(01).
001580     05  FILLER                      PIC X(02).
001590     05  ALM-REG-IMG-COUNT           PIC Z9.
001600     05  FILLER                      PIC X(02).
001610     05  ALM-REG-IMG-TOTAL           PIC ZZZZ9.9999.
001620     05  FILLER                      PIC X(02).
001630     05  ALM-REG-IMG-DESC            PIC X(20).
001640     05  FILLER                      PIC X(28).
001650
001660 01  ALM-REG-RECEIVER REDEFINES ALM-REG-WORK-LINE.
001670     05  FILLER                      PIC X(15).
001680     05  ALM-REG-RCV-CC              PIC X(04).
001690     05  FILLER                      PIC X(02).
001700     05  ALM-REG-RCV-SHARE           PIC ZZ9.9999.
001710     05  FILLER                      PIC X(51).
001720
001730 01  ALM-REG-TOTAL REDEFINES ALM-REG-WORK-LINE.
001740     05  ALM-REG-TOT-LABEL           PIC X(18).
001750     05  ALM-REG-TOT-COUNT           PIC ZZZZ9.
001760     05  FILLER                      PIC X(57).
001770
001780 PROCEDURE DIVISION.
001790*****************************************************************
001800* 0000-MAINLINE
001810*****************************************************************
001820 0000-MAINLINE.
001830
001840     PERFORM 1000-INITIALIZE
001850         THRU 1000-INITIALIZE-EXIT.
001860
001870     PERFORM 2000-APPLY-MAINT
001880         THRU 2000-APPLY-MAINT-EXIT
001890         UNTIL ALM-EOF-YES.
001900
001910     PERFORM 3000-TERMINATE
001920         THRU 3000-TERMINATE-EXIT.
001930
001940     GOBACK.
001950
001960*****************************************************************
001970* 1000-INITIALIZE - OPEN THE FILES, PRINT THE REGISTER HEADING
001980*                  AND PRIME THE TRANSACTION LOOP
001990*****************************************************************
002000 1000-INITIALIZE.
002010
002020     OPEN INPUT MAINT-TRAN-FILE.
002030
002040     IF NOT ALM-TRN-OK
002050         DISPLAY "ALCMAINT: UNABLE TO OPEN ALCTRAN, STATUS "
002060             ALM-TRN-STATUS
002070         MOVE "Y" TO ALM-EOF-SWITCH
002080         MOVE 8 TO RETURN-CODE
002090         MOVE "N" TO ALM-INIT-STATUS-SWITCH
002100         GO TO 1000-INITIALIZE-EXIT
002110     END-IF.
002120
002130     OPEN I-O RULE-FILE.
002140
002150     IF ALM-ALC-FILE-NOT-FOUND
002160         OPEN OUTPUT RULE-FILE
002170         IF ALM-ALC-OK
002180             CLOSE RULE-FILE
002190             OPEN I-O RULE-FILE
002200         END-IF
002210     END-IF.
002220
002230     IF NOT ALM-ALC-OK
002240         DISPLAY "ALCMAINT: UNABLE TO OPEN SOMALOC, STATUS "
002250             ALM-ALC-STATUS
002260         MOVE "Y" TO ALM-EOF-SWITCH
002270         MOVE 8 TO RETURN-CODE
002280         MOVE "N" TO ALM-INIT-STATUS-SWITCH
002290         GO TO 1000-INITIALIZE-EXIT
002300     END-IF.
002310
002320     OPEN INPUT COSTCTR-FILE.
002330
002340     IF NOT ALM-CCM-OK
002350         DISPLAY "ALCMAINT: UNABLE TO OPEN SOMCCM, STATUS "
002360             ALM-CCM-STATUS
002370         MOVE "Y" TO ALM-EOF-SWITCH
002380         MOVE 8 TO RETURN-CODE
002390         MOVE "N" TO ALM-INIT-STATUS-SWITCH
002400         GO TO 1000-INITIALIZE-EXIT
002410     END-IF.
002420
002430     OPEN OUTPUT REGISTER-FILE.
002440
002450     IF NOT ALM-REG-OK
002460         DISPLAY "ALCMAINT: UNABLE TO OPEN ALCREG, STATUS "
002470             ALM-REG-STATUS
002480         MOVE "Y" TO ALM-EOF-SWITCH
002490         MOVE 8 TO RETURN-CODE
002500         MOVE "N" TO ALM-INIT-STATUS-SWITCH
002510         GO TO 1000-INITIALIZE-EXIT
002520     END-IF.
002530
002540     ACCEPT ALM-RUN-DATE FROM DATE YYYYMMDD.
002550     MOVE SPACES TO ALM-REG-WORK-LINE.
002560     MOVE "ALLOCATION RULE MAINTENANCE REGISTER      RUN "
002570         TO ALM-REG-HDG-LABEL.
002580     MOVE ALM-RUN-DATE TO ALM-REG-HDG-DATE.
002590     PERFORM 2500-WRITE-REGISTER-LINE
002600         THRU 2500-WRITE-REGISTER-LINE-EXIT.
002610
002620     PERFORM 2400-READ-MAINT-RECORD
002630         THRU 2400-READ-MAINT-RECORD-EXIT.
002640
002650 1000-INITIALIZE-EXIT.
002660     EXIT.
002670
002680*****************************************************************
002690* 2000-APPLY-MAINT - APPLY ONE MAINTENANCE ACTION TO THE MASTER.
002700*                   THE KEY AND RULE ARE EDITED FIRST, THE
002710*                   BEFORE IMAGE IS CAPTURED, THE ACTION IS
002720*                   APPLIED (OR REJECTED), AND THE REGISTER GETS
002730*                   AN ACTION LINE PLUS BEFORE AND AFTER LINES.
002740*****************************************************************
002750 2000-APPLY-MAINT.
002760
002770     MOVE "N"    TO ALM-REJECT-SWITCH.
002780     MOVE SPACES TO ALM-REJECT-REASON.
002790     MOVE SPACES TO ALM-REJECT-CC.
002800     MOVE "N"    TO ALM-MASTER-FOUND-SWITCH.
002810
002820     PERFORM 2050-EDIT-KEY
002830         THRU 2050-EDIT-KEY-EXIT.
002840
002850     IF ALM-REJECT-NO
002860        AND (ALC-TRN-ADD OR ALC-TRN-CHANGE)
002870         PERFORM 2060-EDIT-RULE
002880             THRU 2060-EDIT-RULE-EXIT
002890     END-IF.
002900
002910     IF ALM-REJECT-NO
002920         PERFORM 2100-CAPTURE-BEFORE-IMAGE
002930             THRU 2100-CAPTURE-BEFORE-IMAGE-EXIT
002940         IF ALC-TRN-ADD
002950             PERFORM 2210-APPLY-ADD
002960                 THRU 2210-APPLY-ADD-EXIT
002970         ELSE
002980             IF ALC-TRN-CHANGE
002990                 PERFORM 2220-APPLY-CHANGE
003000                     THRU 2220-APPLY-CHANGE-EXIT
003010             ELSE
003020                 IF ALC-TRN-DELETE
003030                     PERFORM 2230-APPLY-DELETE
003040                         THRU 2230-APPLY-DELETE-EXIT
003050                 ELSE
003060                     MOVE "Y" TO ALM-REJECT-SWITCH
003070                     MOVE "INVALID ACTION CODE"
003080                         TO ALM-REJECT-REASON
003090                 END-IF
003100             END-IF
003110         END-IF
003120     END-IF.
003130
003140     IF ALM-REJECT-YES
003150         ADD 1 TO ALM-REJECTED-COUNT
003160     ELSE
003170         ADD 1 TO ALM-APPLIED-COUNT
003180     END-IF.
003190
003200     PERFORM 2300-PRINT-REGISTER-ENTRY
003210         THRU 2300-PRINT-REGISTER-ENTRY-EXIT.
003220
003230     PERFORM 2400-READ-MAINT-RECORD
003240         THRU 2400-READ-MAINT-RECORD-EXIT.
003250
003260 2000-APPLY-MAINT-EXIT.
003270     EXIT.
003280
003290*****************************************************************
003300* 2050-EDIT-KEY - THE SOURCE COST CENTER MUST BE KEYED; AN ADD
003310*                OR A CHANGE MUST NAME A CENTER ON SOMCCM.  A
003320*                DELETE MAY NAME A CENTER SINCE REMOVED.
003330*****************************************************************
003340 2050-EDIT-KEY.
003350
003360     IF ALC-TRN-SOURCE-CC = SPACES
003370         MOVE "Y" TO ALM-REJECT-SWITCH
003380         MOVE "SOURCE COST CENTER MISSING" TO ALM-REJECT-REASON
003390         GO TO 2050-EDIT-KEY-EXIT
003400     END-IF.
003410
003420     IF ALC-TRN-DELETE
003430         GO TO 2050-EDIT-KEY-EXIT
003440     END-IF.
003450
003460     MOVE ALC-TRN-SOURCE-CC TO SOM-CCM-CODE.
003470
003480     READ COSTCTR-FILE
003490         KEY IS SOM-CCM-CODE
003500         INVALID KEY
003510             MOVE "Y" TO ALM-REJECT-SWITCH
003520             MOVE "SOURCE NOT ON SOMCCM"
003530                 TO ALM-REJECT-REASON
003540     END-READ.
003550
003560 2050-EDIT-KEY-EXIT.
003570     EXIT.
003580
003590*****************************************************************
003600* 2060-EDIT-RULE - THE BASIS MUST BE P OR W, THE RECEIVER COUNT
003610*                 1 TO 12, EVERY RECEIVER VALID, AND THE SHARES
003620*                 OF A PERCENTAGE RULE MUST TOTAL EXACTLY 100
003630*****************************************************************
003640 2060-EDIT-RULE.
003650
003660     IF NOT ALC-TRN-BASIS-VALID
003670         MOVE "Y" TO ALM-REJECT-SWITCH
003680         MOVE "BASIS NOT P OR W" TO ALM-REJECT-REASON
003690         GO TO 2060-EDIT-RULE-EXIT
003700     END-IF.
003710
003720     IF ALC-TRN-RECEIVER-COUNT NOT NUMERIC
003730        OR ALC-TRN-RECEIVER-COUNT < 1
003740        OR ALC-TRN-RECEIVER-COUNT > 12
003750         MOVE "Y" TO ALM-REJECT-SWITCH
003760         MOVE "RECEIVER COUNT NOT 1 TO 12" TO ALM-REJECT-REASON
003770         GO TO 2060-EDIT-RULE-EXIT
003780     END-IF.
003790
003800     MOVE ZERO TO ALM-SHARE-TOTAL.
003810
003820     PERFORM 2070-EDIT-RECEIVER
003830         THRU 2070-EDIT-RECEIVER-EXIT
003840         VARYING ALM-IX FROM 1 BY 1
003850         UNTIL ALM-IX > ALC-TRN-RECEIVER-COUNT
003860            OR ALM-REJECT-YES.
003870
003880     IF ALM-REJECT-YES
003890         GO TO 2060-EDIT-RULE-EXIT
003900     END-IF.
003910
003920     IF ALC-TRN-BASIS = "P"
003930        AND ALM-SHARE-TOTAL NOT = 100
003940         MOVE "Y" TO ALM-REJECT-SWITCH
003950         MOVE "PERCENTAGES DO NOT TOTAL 100"
003960             TO ALM-REJECT-REASON
003970     END-IF.
003980
003990 2060-EDIT-RULE-EXIT.
004000     EXIT.
004010
004020*****************************************************************
004030* 2070-EDIT-RECEIVER - ONE RECEIVER: KEYED, NOT THE SOURCE, NOT
004040*                     LISTED TWICE, AN ACTIVE CENTER ON SOMCCM,
004050*                     WITH A NUMERIC SHARE ABOVE ZERO
004060*****************************************************************
004070 2070-EDIT-RECEIVER.
004080
004090     MOVE ALC-TRN-RECV-CC (ALM-IX) TO ALM-REJECT-CC.
004100
004110     IF ALC-TRN-RECV-CC (ALM-IX) = SPACES
004120         MOVE "Y" TO ALM-REJECT-SWITCH
004130         MOVE "RECEIVER COST CENTER MISSING"
004140             TO ALM-REJECT-REASON
004150         GO TO 2070-EDIT-RECEIVER-EXIT
004160     END-IF.
004170
004180     IF ALC-TRN-RECV-CC (ALM-IX) = ALC-TRN-SOURCE-CC
004190         MOVE "Y" TO ALM-REJECT-SWITCH
004200         MOVE "RECEIVER SAME AS SOURCE" TO ALM-REJECT-REASON
004210         GO TO 2070-EDIT-RECEIVER-EXIT
004220     END-IF.
004230
004240     PERFORM 2075-CHECK-DUPLICATE
004250         THRU 2075-CHECK-DUPLICATE-EXIT
004260         VARYING ALM-DUP-IX FROM 1 BY 1
004270         UNTIL ALM-DUP-IX NOT < ALM-IX
004280            OR ALM-REJECT-YES.
004290
004300     IF ALM-REJECT-YES
004310         GO TO 2070-EDIT-RECEIVER-EXIT
004320     END-IF.
004330
004340     IF ALC-TRN-RECV-SHARE (ALM-IX) NOT NUMERIC
004350        OR ALC-TRN-RECV-SHARE (ALM-IX) = ZERO
004360         MOVE "Y" TO ALM-REJECT-SWITCH
004370         MOVE "SHARE MISSING OR NOT NUMERIC"
004380             TO ALM-REJECT-REASON
004390         GO TO 2070-EDIT-RECEIVER-EXIT
004400     END-IF.
004410
004420     MOVE ALC-TRN-RECV-CC (ALM-IX) TO SOM-CCM-CODE.
004430
004440     READ COSTCTR-FILE
004450         KEY IS SOM-CCM-CODE
004460         INVALID KEY
004470             MOVE "Y" TO ALM-REJECT-SWITCH
004480             MOVE "RECEIVER NOT ON SOMCCM"
004490                 TO ALM-REJECT-REASON
004500             GO TO 2070-EDIT-RECEIVER-EXIT
004510     END-READ.
004520
004530     IF NOT SOM-CCM-ACTIVE
004540         MOVE "Y" TO ALM-REJECT-SWITCH
004550         MOVE "RECEIVER COST CENTER CLOSED" TO ALM-REJECT-REASON
004560         GO TO 2070-EDIT-RECEIVER-EXIT
004570     END-IF.
004580
004590     ADD ALC-TRN-RECV-SHARE (ALM-IX) TO ALM-SHARE-TOTAL.
004600     MOVE SPACES TO ALM-REJECT-CC.
004610
004620 2070-EDIT-RECEIVER-EXIT.
004630     EXIT.
004640
004650*****************************************************************
004660* 2075-CHECK-DUPLICATE - REJECT A RECEIVER ALREADY LISTED AHEAD
004670*                       OF THE ONE BEING EDITED
004680*****************************************************************
004690 2075-CHECK-DUPLICATE.
004700
004710     IF ALC-TRN-RECV-CC (ALM-DUP-IX) = ALC-TRN-RECV-CC (ALM-IX)
004720         MOVE "Y" TO ALM-REJECT-SWITCH
004730         MOVE "RECEIVER LISTED TWICE" TO ALM-REJECT-REASON
004740     END-IF.
004750
004760 2075-CHECK-DUPLICATE-EXIT.
004770     EXIT.
004780
004790*****************************************************************
004800* 2100-CAPTURE-BEFORE-IMAGE - READ THE MASTER RULE FOR THE
004810*                            TRANSACTION'S SOURCE AND SAVE IT FOR
004820*                            THE BEFORE LINES
004830*****************************************************************
004840 2100-CAPTURE-BEFORE-IMAGE.
004850
004860     MOVE SPACES TO ALM-BEFORE-RULE.
004870     MOVE ZERO   TO ALM-BEFORE-SHARE-TOTAL.
004880
004890     MOVE ALC-TRN-SOURCE-CC TO SOM-ALC-SOURCE-CC.
004900
004910     READ RULE-FILE
004920         KEY IS SOM-ALC-SOURCE-CC
004930         INVALID KEY
004940             GO TO 2100-CAPTURE-BEFORE-IMAGE-EXIT
004950     END-READ.
004960
004970     IF NOT ALM-ALC-OK
004980         GO TO 2100-CAPTURE-BEFORE-IMAGE-EXIT
004990     END-IF.
005000
005010     MOVE "Y"                    TO ALM-MASTER-FOUND-SWITCH.
005020     MOVE SOM-ALC-DESC           TO ALM-BFR-DESC.
005030     MOVE SOM-ALC-BASIS          TO ALM-BFR-BASIS.
005040     MOVE SOM-ALC-RECEIVER-COUNT TO ALM-BFR-RECEIVER-COUNT.
005050
005060     PERFORM 2110-SAVE-BEFORE-RECEIVER
005070         THRU 2110-SAVE-BEFORE-RECEIVER-EXIT
005080         VARYING ALM-IX FROM 1 BY 1
005090         UNTIL ALM-IX > SOM-ALC-RECEIVER-COUNT.
005100
005110 2100-CAPTURE-BEFORE-IMAGE-EXIT.
005120     EXIT.
005130
005140*****************************************************************
005150* 2110-SAVE-BEFORE-RECEIVER - COPY ONE RECEIVER OF THE MASTER
005160*                            RULE INTO THE BEFORE IMAGE
005170*****************************************************************
005180 2110-SAVE-BEFORE-RECEIVER.
005190
005200     MOVE SOM-ALC-RECV-CC (ALM-IX)    TO ALM-BFR-RECV-CC (ALM-IX).
005210     MOVE SOM-ALC-RECV-SHARE (ALM-IX)
005220         TO ALM-BFR-RECV-SHARE (ALM-IX).
005230     ADD SOM-ALC-RECV-SHARE (ALM-IX) TO ALM-BEFORE-SHARE-TOTAL.
005240
005250 2110-SAVE-BEFORE-RECEIVER-EXIT.
005260     EXIT.
005270
005280*****************************************************************
005290* 2210-APPLY-ADD - WRITE A NEW RULE.  REJECTED WHEN THE SOURCE
005300*                 ALREADY HAS ONE.
005310*****************************************************************
005320 2210-APPLY-ADD.
005330
005340     IF ALM-MASTER-FOUND-YES
005350         MOVE "Y" TO ALM-REJECT-SWITCH
005360         MOVE "RULE ALREADY ON MASTER"
005370             TO ALM-REJECT-REASON
005380         GO TO 2210-APPLY-ADD-EXIT
005390     END-IF.
005400
005410     PERFORM 2240-MOVE-RULE
005420         THRU 2240-MOVE-RULE-EXIT.
005430
005440     WRITE SOM-ALC-RECORD
005450         INVALID KEY
005460             CONTINUE
005470     END-WRITE.
005480
005490     IF NOT ALM-ALC-OK
005500         MOVE "Y" TO ALM-REJECT-SWITCH
005510         MOVE "SOMALOC WRITE REJECTED"
005520             TO ALM-REJECT-REASON
005530     END-IF.
005540
005550 2210-APPLY-ADD-EXIT.
005560     EXIT.
005570
005580*****************************************************************
005590* 2220-APPLY-CHANGE - REPLACE AN EXISTING RULE WITH THE FULL NEW
005600*                    IMAGE CARRIED ON THE TRANSACTION
005610*****************************************************************
005620 2220-APPLY-CHANGE.
005630
005640     IF ALM-MASTER-FOUND-NO
005650         MOVE "Y" TO ALM-REJECT-SWITCH
005660         MOVE "RULE NOT ON MASTER"
005670             TO ALM-REJECT-REASON
005680         GO TO 2220-APPLY-CHANGE-EXIT
005690     END-IF.
005700
005710     PERFORM 2240-MOVE-RULE
005720         THRU 2240-MOVE-RULE-EXIT.
005730
005740     REWRITE SOM-ALC-RECORD
005750         INVALID KEY
005760             CONTINUE
005770     END-REWRITE.
005780
005790     IF NOT ALM-ALC-OK
005800         MOVE "Y" TO ALM-REJECT-SWITCH
005810         MOVE "SOMALOC REWRITE REJECTED"
005820             TO ALM-REJECT-REASON
005830     END-IF.
005840
005850 2220-APPLY-CHANGE-EXIT.
005860     EXIT.
005870
005880*****************************************************************
005890* 2230-APPLY-DELETE - REMOVE A RULE NO LONGER AGREED.  PERIODS
005900*                    ALREADY ALLOCATED KEEP THEIR VOUCHERS.
005910*****************************************************************
005920 2230-APPLY-DELETE.
005930
005940     IF ALM-MASTER-FOUND-NO
005950         MOVE "Y" TO ALM-REJECT-SWITCH
005960         MOVE "RULE NOT ON MASTER"
005970             TO ALM-REJECT-REASON
005980         GO TO 2230-APPLY-DELETE-EXIT
005990     END-IF.
006000
006010     DELETE RULE-FILE
006020         INVALID KEY
006030             CONTINUE
006040     END-DELETE.
006050
006060     IF NOT ALM-ALC-OK
006070         MOVE "Y" TO ALM-REJECT-SWITCH
006080         MOVE "SOMALOC DELETE REJECTED"
006090             TO ALM-REJECT-REASON
006100     END-IF.
006110
006120 2230-APPLY-DELETE-EXIT.
006130     EXIT.
006140
006150*****************************************************************
006160* 2240-MOVE-RULE - BUILD THE MASTER RULE FROM THE TRANSACTION.
006170*                 RECEIVER SLOTS PAST THE COUNT ARE CLEARED.
006180*****************************************************************
006190 2240-MOVE-RULE.
006200
006210     INITIALIZE SOM-ALC-RECORD.
006220
006230     MOVE ALC-TRN-SOURCE-CC      TO SOM-ALC-SOURCE-CC.
006240     MOVE ALC-TRN-DESC           TO SOM-ALC-DESC.
006250     MOVE ALC-TRN-BASIS          TO SOM-ALC-BASIS.
006260     MOVE ALC-TRN-RECEIVER-COUNT TO SOM-ALC-RECEIVER-COUNT.
006270
006280     PERFORM 2245-MOVE-RECEIVER
006290         THRU 2245-MOVE-RECEIVER-EXIT
006300         VARYING ALM-IX FROM 1 BY 1
006310         UNTIL ALM-IX > ALC-TRN-RECEIVER-COUNT.
006320
006330 2240-MOVE-RULE-EXIT.
006340     EXIT.
006350
006360*****************************************************************
006370* 2245-MOVE-RECEIVER - COPY ONE RECEIVER ONTO THE MASTER RULE
006380*****************************************************************
006390 2245-MOVE-RECEIVER.
006400
006410     MOVE ALC-TRN-RECV-CC (ALM-IX)    TO SOM-ALC-RECV-CC (ALM-IX).
006420     MOVE ALC-TRN-RECV-SHARE (ALM-IX)
006430         TO SOM-ALC-RECV-SHARE (ALM-IX).
006440
006450 2245-MOVE-RECEIVER-EXIT.
006460     EXIT.
006470
006480*****************************************************************
006490* 2300-PRINT-REGISTER-ENTRY - ONE ACTION LINE (WITH DISPOSITION
006500*                            AND REJECT REASON), THE BEFORE RULE
006510*                            WHEN ONE EXISTED, AND THE AFTER RULE
006520*                            WHEN AN ADD OR CHANGE APPLIED
006530*****************************************************************
006540 2300-PRINT-REGISTER-ENTRY.
006550
006560     MOVE SPACES            TO ALM-REG-WORK-LINE.
006570     MOVE ALC-TRN-ACTION    TO ALM-REG-ACT-CODE.
006580     MOVE ALC-TRN-SOURCE-CC TO ALM-REG-ACT-SOURCE.
006590
006600     IF ALM-REJECT-YES
006610         MOVE "REJECTED"        TO ALM-REG-ACT-DISP
006620         MOVE ALM-REJECT-REASON TO ALM-REG-ACT-REASON
006630         MOVE ALM-REJECT-CC     TO ALM-REG-ACT-REJECT-CC
006640     ELSE
006650         MOVE "APPLIED"         TO ALM-REG-ACT-DISP
006660     END-IF.
006670
006680     PERFORM 2500-WRITE-REGISTER-LINE
006690         THRU 2500-WRITE-REGISTER-LINE-EXIT.
006700
006710     IF ALM-MASTER-FOUND-YES
006720         MOVE SPACES                 TO ALM-REG-WORK-LINE
006730         MOVE "BEFORE: "             TO ALM-REG-IMG-LABEL
006740         MOVE ALM-BFR-BASIS          TO ALM-REG-IMG-BASIS
006750         MOVE ALM-BFR-RECEIVER-COUNT TO ALM-REG-IMG-COUNT
006760         MOVE ALM-BEFORE-SHARE-TOTAL TO ALM-REG-IMG-TOTAL
006770         MOVE ALM-BFR-DESC           TO ALM-REG-IMG-DESC
006780         PERFORM 2500-WRITE-REGISTER-LINE
006790             THRU 2500-WRITE-REGISTER-LINE-EXIT
006800         PERFORM 2310-PRINT-BEFORE-RECEIVER
006810             THRU 2310-PRINT-BEFORE-RECEIVER-EXIT
006820             VARYING ALM-IX FROM 1 BY 1
006830             UNTIL ALM-IX > ALM-BFR-RECEIVER-COUNT
006840     END-IF.
006850
006860     IF ALM-REJECT-NO AND NOT ALC-TRN-DELETE
006870         MOVE SPACES                 TO ALM-REG-WORK-LINE
006880         MOVE "AFTER:  "             TO ALM-REG-IMG-LABEL
006890         MOVE SOM-ALC-BASIS          TO ALM-REG-IMG-BASIS
006900         MOVE SOM-ALC-RECEIVER-COUNT TO ALM-REG-IMG-COUNT
006910         MOVE ALM-SHARE-TOTAL        TO ALM-REG-IMG-TOTAL
006920         MOVE SOM-ALC-DESC           TO ALM-REG-IMG-DESC
006930         PERFORM 2500-WRITE-REGISTER-LINE
006940             THRU 2500-WRITE-REGISTER-LINE-EXIT
006950         PERFORM 2320-PRINT-AFTER-RECEIVER
006960             THRU 2320-PRINT-AFTER-RECEIVER-EXIT
006970             VARYING ALM-IX FROM 1 BY 1
006980             UNTIL ALM-IX > SOM-ALC-RECEIVER-COUNT
006990     END-IF.
007000
007010 2300-PRINT-REGISTER-ENTRY-EXIT.
007020     EXIT.
007030
007040*****************************************************************
007050* 2310-PRINT-BEFORE-RECEIVER - ONE RECEIVER LINE OF THE BEFORE
007060*                             RULE
007070*****************************************************************
007080 2310-PRINT-BEFORE-RECEIVER.
007090
007100     MOVE SPACES                      TO ALM-REG-WORK-LINE.
007110     MOVE ALM-BFR-RECV-CC (ALM-IX)    TO ALM-REG-RCV-CC.
007120     MOVE ALM-BFR-RECV-SHARE (ALM-IX) TO ALM-REG-RCV-SHARE.
007130     PERFORM 2500-WRITE-REGISTER-LINE
007140         THRU 2500-WRITE-REGISTER-LINE-EXIT.
007150
007160 2310-PRINT-BEFORE-RECEIVER-EXIT.
007170     EXIT.
007180
007190*****************************************************************
007200* 2320-PRINT-AFTER-RECEIVER - ONE RECEIVER LINE OF THE RULE AS
007210*                            NOW STORED
007220*****************************************************************
007230 2320-PRINT-AFTER-RECEIVER.
007240
007250     MOVE SPACES                      TO ALM-REG-WORK-LINE.
007260     MOVE SOM-ALC-RECV-CC (ALM-IX)    TO ALM-REG-RCV-CC.
007270     MOVE SOM-ALC-RECV-SHARE (ALM-IX) TO ALM-REG-RCV-SHARE.
007280     PERFORM 2500-WRITE-REGISTER-LINE
007290         THRU 2500-WRITE-REGISTER-LINE-EXIT.
007300
007310 2320-PRINT-AFTER-RECEIVER-EXIT.
007320     EXIT.
007330
007340*****************************************************************
007350* 2400-READ-MAINT-RECORD - READ THE NEXT TRANSACTION, FLAG EOF
007360*****************************************************************
007370 2400-READ-MAINT-RECORD.
007380
007390     READ MAINT-TRAN-FILE
007400         AT END
007410             MOVE "Y" TO ALM-EOF-SWITCH
007420     END-READ.
007430
007440 2400-READ-MAINT-RECORD-EXIT.
007450     EXIT.
007460
007470*****************************************************************
007480* 2500-WRITE-REGISTER-LINE - MOVE THE WORK LINE TO THE REGISTER
007490*                           RECORD, WRITE IT AND CHECK THE STATUS
007500*****************************************************************
007510 2500-WRITE-REGISTER-LINE.
007520
007530     MOVE ALM-REG-WORK-LINE TO ALC-REGISTER-LINE.
007540     WRITE ALC-REGISTER-LINE.
007550
007560     IF NOT ALM-REG-OK
007570         DISPLAY "ALCMAINT: ALCREG WRITE FAILED, STATUS "
007580             ALM-REG-STATUS
007590     END-IF.
007600
007610 2500-WRITE-REGISTER-LINE-EXIT.
007620     EXIT.
007630
007640*****************************************************************
007650* 3000-TERMINATE - PRINT THE APPLIED/REJECTED COUNTS, CLOSE THE
007660*                 FILES AND SET THE COMPLETION CODE.  A RUN WITH
007670*                 REJECTS COMPLETES WITH A WARNING, NOT A FAILURE.
007680*****************************************************************
007690 3000-TERMINATE.
007700
007710     IF ALM-INIT-FAILED
007720         GO TO 3000-TERMINATE-EXIT
007730     END-IF.
007740
007750     MOVE SPACES              TO ALM-REG-WORK-LINE.
007760     MOVE "ACTIONS APPLIED:  " TO ALM-REG-TOT-LABEL.
007770     MOVE ALM-APPLIED-COUNT   TO ALM-REG-TOT-COUNT.
007780     PERFORM 2500-WRITE-REGISTER-LINE
007790         THRU 2500-WRITE-REGISTER-LINE-EXIT.
007800
007810     MOVE SPACES              TO ALM-REG-WORK-LINE.
007820     MOVE "ACTIONS REJECTED: " TO ALM-REG-TOT-LABEL.
007830     MOVE ALM-REJECTED-COUNT  TO ALM-REG-TOT-COUNT.
007840     PERFORM 2500-WRITE-REGISTER-LINE
007850         THRU 2500-WRITE-REGISTER-LINE-EXIT.
007860
007870     CLOSE MAINT-TRAN-FILE.
007880     CLOSE RULE-FILE.
007890     CLOSE COSTCTR-FILE.
007900     CLOSE REGISTER-FILE.
007910
007920     IF ALM-REJECTED-COUNT > 0
007930         MOVE 4 TO RETURN-CODE
007940     ELSE
007950         MOVE 0 TO RETURN-CODE
007960     END-IF.
007970
007980 3000-TERMINATE-EXIT.
007990     EXIT.
008000
008010 END PROGRAM ALCMAINT.
