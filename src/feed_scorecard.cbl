
       01 WS-SCORE-MONTH          PIC X(6).
       01 WS-DAY-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-LATE-TEXT            PIC X(4)    VALUE SPACES.
       01 WS-LATE-LIMIT           PIC 9(6)    VALUE 060000.


           ACCEPT WS-SCORE-MONTH FROM ENVIRONMENT "SCORE_MONTH"
           IF WS-SCORE-MONTH NOT NUMERIC OR WS-SCORE-MONTH = SPACES
              CALL "BUSINESS_DATE" USING WS-DAY-DATE, WS-DATE-SOURCE
              MOVE WS-DAY-DATE (1:6) TO WS-SCORE-MONTH
           END-IF

