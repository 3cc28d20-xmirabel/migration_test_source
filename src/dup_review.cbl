          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-REVIEW-DATE          PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-WINDOW-TEXT          PIC X(3)    VALUE SPACES.
       01 WS-WINDOW-DAYS          PIC 9(3)    VALUE 3.
       01 WS-END-INT              PIC 9(7).

           ACCEPT WS-REVIEW-DATE FROM ENVIRONMENT "REVIEW_DATE"
           IF WS-REVIEW-DATE NOT NUMERIC OR WS-REVIEW-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-REVIEW-DATE, WS-DATE-SOURCE
           END-IF

           ACCEPT WS-WINDOW-TEXT FROM ENVIRONMENT "DUP_WINDOW_DAYS"
