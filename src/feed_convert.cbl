          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".
       01 WS-RUN-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".

       01 WS-FIELD-RULES.
          05 WS-FIELD-RULE OCCURS 10 TIMES.
              MOVE "transactions.txt" TO WS-TARGET-FILENAME
           END-IF

           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "conversion_report-" DELIMITED BY SIZE
                  WS-RUN-DATE          DELIMITED BY SIZE
