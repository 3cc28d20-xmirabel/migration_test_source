          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-SEQ-FROM             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-SEQ-TO               PIC X(8).
       01 WS-FROM-INT             PIC 9(7).
       01 WS-TO-INT               PIC 9(7).

           ACCEPT WS-SEQ-FROM FROM ENVIRONMENT "SEQ_FROM"
           IF WS-SEQ-FROM NOT NUMERIC OR WS-SEQ-FROM = SPACES
              CALL "BUSINESS_DATE" USING WS-SEQ-FROM, WS-DATE-SOURCE
           END-IF
           ACCEPT WS-SEQ-TO FROM ENVIRONMENT "SEQ_TO"
           IF WS-SEQ-TO NOT NUMERIC OR WS-SEQ-TO = SPACES
