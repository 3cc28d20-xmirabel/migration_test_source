          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".
       01 WS-REBUILD-DATE         PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-FILE-PATTERN         PIC X(50)   VALUE "output".
       01 WS-OUTPUT-FILENAME      PIC X(100).
       01 WS-INDEX-MODE-FLAG      PIC X(1)    VALUE "N".

           ACCEPT WS-REBUILD-DATE FROM ENVIRONMENT "REBUILD_DATE"
           IF WS-REBUILD-DATE NOT NUMERIC OR WS-REBUILD-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-REBUILD-DATE, WS-DATE-SOURCE
           END-IF

           ACCEPT WS-FILE-PATTERN FROM ENVIRONMENT "OUTPUT_PATTERN"
