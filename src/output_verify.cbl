
       WORKING-STORAGE SECTION.
       01 WS-VERIFY-DATE          PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-FILE-PATTERN         PIC X(50)   VALUE "output".
       01 WS-OUTPUT-FILENAME      PIC X(100).
       01 WS-OUTPUT-STATUS        PIC X(2).

           ACCEPT WS-VERIFY-DATE FROM ENVIRONMENT "VERIFY_DATE"
           IF WS-VERIFY-DATE NOT NUMERIC OR WS-VERIFY-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-VERIFY-DATE, WS-DATE-SOURCE
           END-IF

           ACCEPT WS-FILE-PATTERN FROM ENVIRONMENT "OUTPUT_PATTERN"
