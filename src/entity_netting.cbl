          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-NET-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".

       01 WS-ENTITY-LIST.
          05 WS-ENT-ENTRY OCCURS 20 TIMES.

           ACCEPT WS-NET-DATE FROM ENVIRONMENT "NET_DATE"
           IF WS-NET-DATE NOT NUMERIC OR WS-NET-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-NET-DATE, WS-DATE-SOURCE
           END-IF

           MOVE SPACES TO WS-REPORT-FILENAME
