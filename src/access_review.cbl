          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-RUN-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-THRESH-TEXT          PIC X(3)    VALUE SPACES.
       01 WS-THRESHOLD            PIC 9(3)    VALUE 5.


           PERFORM ENTER-SANDBOX-DIR

           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           ACCEPT WS-THRESH-TEXT FROM ENVIRONMENT "REVIEW_THRESHOLD"
           IF WS-THRESH-TEXT NUMERIC
              MOVE FUNCTION NUMVAL (WS-THRESH-TEXT)
