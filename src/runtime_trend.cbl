          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-RUN-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-RUNS-TEXT            PIC X(3)    VALUE SPACES.
       01 WS-TREND-RUNS           PIC 9(2)    VALUE 10.
       01 WS-CUTOFF-TEXT          PIC X(4)    VALUE SPACES.

           PERFORM ENTER-SANDBOX-DIR

           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           ACCEPT WS-RUNS-TEXT FROM ENVIRONMENT "TREND_RUNS"
           IF WS-RUNS-TEXT NUMERIC
              MOVE FUNCTION NUMVAL (WS-RUNS-TEXT) TO WS-TREND-RUNS
