       01 WS-MAX-AGE-TEXT          PIC X(5)    VALUE SPACES.
       01 WS-MAX-AGE-DAYS          PIC 9(3)    VALUE 5.
       01 WS-TODAY                 PIC 9(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-TODAY-INT             PIC 9(7).
       01 WS-EFF-INT               PIC 9(7).
       01 WS-RATE-AGE              PIC S9(7).
       LOAD-RATE-TABLE.
           SET WS-TABLE-LOADED TO TRUE

           CALL "BUSINESS_DATE" USING WS-TODAY, WS-DATE-SOURCE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)

           ACCEPT WS-MAX-AGE-TEXT FROM ENVIRONMENT "FX_MAX_AGE_DAYS"
