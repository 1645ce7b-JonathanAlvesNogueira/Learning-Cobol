000240*   2026-09-03 JAN   ORIGINAL VERSION - UNTIL NOW A SOMREJ
000250*                    REJECT JUST SAT IN A FLAT FILE UNTIL
000260*                    SOMEONE NOTICED.
000260*   2026-09-17 JAN   A HELD REJECT NOW KEEPS ITS CURRENCY CODE
000260*                    AND IS RELEASED IN THAT CURRENCY, SO THE
000260*                    POSTING RUN CONVERTS IT ON THE NIGHT IT
000260*                    POSTS.
000260*   2026-10-01 JAN   AN ITEM DECLINED UNDER DUAL CONTROL IS
000260*                    HELD AND AGED BUT NEVER RELEASED - ITS
000260*                    MASTERS ARE VALID, SO THE RE-VALIDATION
000260*                    WOULD OTHERWISE POST WHAT THE APPROVER
000260*                    REFUSED.
000270* Tectonics: cobc
000280******************************************************************
000290 IDENTIFICATION DIVISION.
003630         MOVE SOM-RHL-KEY         TO SOM-BCH-TRAN-KEY
003640         MOVE SOM-RHL-AMOUNT      TO SOM-BCH-TRAN-AMOUNT
003650         MOVE SOM-RHL-COST-CENTER TO SOM-BCH-TRAN-CC
003650         MOVE SOM-RHL-CURRENCY    TO SOM-BCH-TRAN-CURRENCY
003660         WRITE SOM-BCH-RECORD
003670         IF NOT SRH-REL-OK
003680*            THE ITEM STAYS ON THE HOLDING FILE SO THE NEXT
004070*                     ITS COST CENTER IS ON THE COST-CENTER
004080*                     MASTER AND ACTIVE - CHECKING BOTH HERE
004090*                     STOPS AN ITEM PING-PONGING BETWEEN THE
004100*                     POSTING RUN AND THIS FILE.  AN ITEM
004100*                     DECLINED UNDER DUAL CONTROL IS NEVER
004100*                     RELEASABLE.
004110******************************************************************
004120 2300-CHECK-MASTERS.
004130
004140     MOVE "N" TO SRH-MATCH-SWITCH.
004150
004150     IF SOM-RHL-DECLINED
004150         GO TO 2300-CHECK-MASTERS-EXIT
004150     END-IF.
004150
004160     MOVE SOM-RHL-KEY TO EMP-ID.
004170     READ EMPLOYEE-FILE
004180         KEY IS EMP-ID
004880     MOVE 1                   TO SOM-RHL-AGE-DAYS.
004890     MOVE SRH-RUN-DATE        TO SOM-RHL-DATE-REJECTED.
004900     MOVE SOM-REJ-REASON      TO SOM-RHL-REASON.
004900     MOVE SOM-REJ-CURRENCY    TO SOM-RHL-CURRENCY.
004910
004920     WRITE SOM-RHL-RECORD
004930         INVALID KEY
005280     MOVE SOM-REJ-AMOUNT      TO SOM-RHL-AMOUNT.
005290     MOVE SOM-REJ-COST-CENTER TO SOM-RHL-COST-CENTER.
005300     MOVE SOM-REJ-REASON      TO SOM-RHL-REASON.
005300     MOVE SOM-REJ-CURRENCY    TO SOM-RHL-CURRENCY.
005310
005320     REWRITE SOM-RHL-RECORD
005330         INVALID KEY
