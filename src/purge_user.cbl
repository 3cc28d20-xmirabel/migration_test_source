       DATA DIVISION.
       FILE SECTION.
       FD LIST-FILE.
       01 LIST-RECORD             PIC X(300).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY CALCREC.

       FD NEW-AUDIT-FILE.
       01 NEW-AUDIT-RECORD        PIC X(300).

       FD BALANCE-FILE.
       01 BALANCE-RECORD.
       01 WS-SUPERVISOR-FLAG      PIC X(1)    VALUE "N".
          88 WS-USER-IS-SUPERVISOR            VALUE "Y".
       01 WS-RUN-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-PURGE-TARGET         PIC X(30)   VALUE SPACES.
       01 WS-TOKEN                PIC X(30)   VALUE SPACES.
       01 WS-MASK-FIELD           PIC X(10)   VALUE "USER".
           IF WS-USER-NAME = SPACES
              ACCEPT WS-USER-NAME FROM ENVIRONMENT "USER"
           END-IF
           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           ACCEPT WS-PURGE-TARGET FROM ENVIRONMENT "PURGE_USER"
           IF WS-PURGE-TARGET = SPACES
              IF WS-LOCALE-EN
           PERFORM PURGE-BALANCE-MASTER
           PERFORM PURGE-BALANCE-HISTORY
           PERFORM PURGE-HOLD-QUEUE
           PERFORM PURGE-FRAUD-FILES
           PERFORM PURGE-STATEMENT-FILES
           PERFORM WRITE-CERTIFICATE

           PERFORM CHAIN-ONE-BYTE
              VARYING WS-CHAIN-IDX FROM 1 BY 1
              UNTIL WS-CHAIN-IDX > 219
           IF AUDIT-RECORD (229:20) NOT = SPACES
              PERFORM CHAIN-ONE-BYTE
                 VARYING WS-CHAIN-IDX FROM 229 BY 1
                 UNTIL WS-CHAIN-IDX > 248
           END-IF
           COMPUTE CALC-REC-CHAIN-HASH =
              FUNCTION MOD (WS-CHAIN-WORK, 999999937)
           MOVE CALC-REC-CHAIN-HASH TO WS-CHAIN-PREV
           MOVE "hold_queue.dat" TO WS-AUDIT-FILENAME
           PERFORM PURGE-FIXED-COLUMN-FILE.

      * The fraud rules' behaviour history and hit log name the user
      * in a fixed column of their own.
       PURGE-FRAUD-FILES.
           MOVE "fraud_profile.dat" TO WS-AUDIT-FILENAME
           PERFORM PURGE-FIXED-COLUMN-FILE
           MOVE "fraud_hits.dat" TO WS-AUDIT-FILENAME
           PERFORM PURGE-FIXED-COLUMN-FILE.

       PURGE-FIXED-COLUMN-FILE.
           MOVE SPACES TO WS-NEW-AUDIT-FILENAME
           STRING FUNCTION TRIM (WS-AUDIT-FILENAME)
           END-IF.

       PURGE-ONE-FIXED-LINE.
           EVALUATE TRUE
              WHEN WS-AUDIT-FILENAME (1:15) = "balance_history"
                 IF LIST-RECORD (10:30) = WS-PURGE-TARGET
                    MOVE WS-TOKEN TO LIST-RECORD (10:30)
                    ADD 1 TO WS-FILE-CHANGED
                 END-IF
              WHEN WS-AUDIT-FILENAME (1:13) = "fraud_profile"
                 IF LIST-RECORD (3:30) = WS-PURGE-TARGET
                    MOVE WS-TOKEN TO LIST-RECORD (3:30)
                    ADD 1 TO WS-FILE-CHANGED
                 END-IF
              WHEN WS-AUDIT-FILENAME (1:10) = "fraud_hits"
                 IF LIST-RECORD (44:30) = WS-PURGE-TARGET
                    MOVE WS-TOKEN TO LIST-RECORD (44:30)
                    ADD 1 TO WS-FILE-CHANGED
                 END-IF
              WHEN OTHER
                 IF LIST-RECORD (32:30) = WS-PURGE-TARGET
                    MOVE WS-TOKEN TO LIST-RECORD (32:30)
                    ADD 1 TO WS-FILE-CHANGED
                 END-IF
           END-EVALUATE
           MOVE SPACES TO NEW-AUDIT-RECORD
           MOVE LIST-RECORD TO NEW-AUDIT-RECORD
           WRITE NEW-AUDIT-RECORD
