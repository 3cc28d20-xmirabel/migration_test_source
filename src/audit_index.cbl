             10 AUX-USER          PIC X(30).
             10 AUX-DATE          PIC X(8).
             10 AUX-TRANS-ID      PIC X(12).
          05 AUX-DATA             PIC X(248).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-INDEX-MONTH          PIC X(6).
       01 WS-DAY-NUM              PIC 9(2).
       01 WS-DAY-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-INDEXED-COUNT        PIC 9(7)    VALUE 0.
       01 WS-DELETE-RESULT        PIC S9(9) COMP-5.
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.

           ACCEPT WS-INDEX-MONTH FROM ENVIRONMENT "INDEX_MONTH"
           IF WS-INDEX-MONTH NOT NUMERIC OR WS-INDEX-MONTH = SPACES
              CALL "BUSINESS_DATE" USING WS-DAY-DATE, WS-DATE-SOURCE
              MOVE WS-DAY-DATE (1:6) TO WS-INDEX-MONTH
           END-IF

