          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-TIMELINE-DATE        PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-FILTER-RUN-ID        PIC X(15)   VALUE SPACES.

      * Every event from the three operational sources on one
           ACCEPT WS-TIMELINE-DATE FROM ENVIRONMENT "TIMELINE_DATE"
           IF WS-TIMELINE-DATE NOT NUMERIC
              OR WS-TIMELINE-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-TIMELINE-DATE,
                                         WS-DATE-SOURCE
           END-IF
           ACCEPT WS-FILTER-RUN-ID FROM ENVIRONMENT "TIMELINE_RUN_ID"


       NOTE-ONE-JOB-LINE.
           IF JLG-DATE = WS-TIMELINE-DATE
              AND JLG-END-TIME NUMERIC
              AND (WS-FILTER-RUN-ID = SPACES
                   OR JLG-RUN-ID = WS-FILTER-RUN-ID
                   OR JLG-RUN-ID = SPACES)
