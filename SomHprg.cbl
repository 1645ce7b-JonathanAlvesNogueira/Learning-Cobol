000220*   2026-09-03 JAN   ORIGINAL VERSION - SOMTHIST GREW ONE
000230*                    RECORD PER TRANSACTION PER RUN FOREVER
000240*                    WITH NO WAY TO REMOVE ANYTHING.
000240*   2026-10-01 JAN   OFFLOAD AND RESTORE CARRY THE WHOLE ARCHIVE
000240*                    RECORD - THE NEW KEY SEQUENCE NUMBER, THE
000240*                    ORIGINAL CURRENCY AND AMOUNT AND THE
000240*                    RECLASS LINKS - SO NOTHING IS LOST ON A
000240*                    PURGE AND RESTORE ROUND TRIP.
000240*   2026-10-01 JAN   OFFLOAD AND RESTORE CARRY THE NEW EFFECTIVE
000240*                    PERIOD.
000250* Tectonics: cobc
000260******************************************************************
000270 IDENTIFICATION DIVISION.
003740     MOVE SOM-HIS-AMOUNT       TO SOM-HOF-AMOUNT.
003750     MOVE SOM-HIS-COST-CENTER  TO SOM-HOF-COST-CENTER.
003760     MOVE SOM-HIS-DISPOSITION  TO SOM-HOF-DISPOSITION.
003760     MOVE SOM-HIS-SEQ          TO SOM-HOF-SEQ.
003760     MOVE SOM-HIS-CURRENCY     TO SOM-HOF-CURRENCY.
003760     MOVE SOM-HIS-ORIG-AMOUNT  TO SOM-HOF-ORIG-AMOUNT.
003760     MOVE SOM-HIS-RECLASSED-AMOUNT
003760                               TO SOM-HOF-RECLASSED-AMOUNT.
003760     MOVE SOM-HIS-LINK-RUN-DATE
003760                               TO SOM-HOF-LINK-RUN-DATE.
003760     MOVE SOM-HIS-LINK-TRAN-KEY
003760                               TO SOM-HOF-LINK-TRAN-KEY.
003760     MOVE SOM-HIS-PAIR-SEQ     TO SOM-HOF-PAIR-SEQ.
003760     MOVE SOM-HIS-RECLASS-REF  TO SOM-HOF-RECLASS-REF.
003760     MOVE SOM-HIS-EFF-PERIOD   TO SOM-HOF-EFF-PERIOD.
003770
003780     WRITE SOM-HOF-RECORD.
003790
005150     MOVE SOM-HOF-AMOUNT      TO SOM-HIS-AMOUNT.
005160     MOVE SOM-HOF-COST-CENTER TO SOM-HIS-COST-CENTER.
005170     MOVE SOM-HOF-DISPOSITION TO SOM-HIS-DISPOSITION.
005170     MOVE SOM-HOF-SEQ         TO SOM-HIS-SEQ.
005170     MOVE SOM-HOF-CURRENCY    TO SOM-HIS-CURRENCY.
005170     MOVE SOM-HOF-ORIG-AMOUNT TO SOM-HIS-ORIG-AMOUNT.
005170     MOVE SOM-HOF-RECLASSED-AMOUNT
005170                              TO SOM-HIS-RECLASSED-AMOUNT.
005170     MOVE SOM-HOF-LINK-RUN-DATE
005170                              TO SOM-HIS-LINK-RUN-DATE.
005170     MOVE SOM-HOF-LINK-TRAN-KEY
005170                              TO SOM-HIS-LINK-TRAN-KEY.
005170     MOVE SOM-HOF-PAIR-SEQ    TO SOM-HIS-PAIR-SEQ.
005170     MOVE SOM-HOF-RECLASS-REF TO SOM-HIS-RECLASS-REF.
005170     MOVE SOM-HOF-EFF-PERIOD  TO SOM-HIS-EFF-PERIOD.
005180
005190     WRITE SOM-HIST-RECORD
005200         INVALID KEY
