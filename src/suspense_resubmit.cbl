          05 SUSP-REASON          PIC X(3).
          05 SUSP-REC-NUM         PIC 9(7).
          05 SUSP-DATE            PIC X(8).
          05 SUSP-TRANS-DATA      PIC X(114).

       FD TRANS-FILE.
       01 TRANS-RECORD            PIC X(114).

       FD HISTORY-FILE.
       01 HISTORY-RECORD          PIC X(80).
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".
       01 WS-RUN-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-RESUBMIT-COUNT       PIC 9(7)    VALUE 0.
       01 WS-HISTORY-LINE.
          05 WS-HIST-DATE         PIC X(8).
              MOVE "transactions.txt" TO WS-TRANS-FILENAME
           END-IF

           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE

           IF WS-LOCALE-EN
              DISPLAY "=== Suspense resubmission: " WS-RUN-DATE " ==="
