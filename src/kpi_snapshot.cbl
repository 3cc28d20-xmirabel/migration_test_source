       01 HOLD-RECORD.
          05 HOLD-STATE           PIC X(1).
          05 HOLD-DATE            PIC 9(8).
          05 HOLD-CALC-DATA       PIC X(248).
          05 HOLD-RULE            PIC X(4).

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD         PIC X(132).

       FD DEADLETTER-FILE.
       01 DEADLETTER-RECORD       PIC X(250).
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-KPI-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-RUN-ID               PIC X(15)   VALUE SPACES.
       01 WS-CALC-COUNT           PIC 9(7)    VALUE 0.
       01 WS-REJECT-COUNT         PIC 9(7)    VALUE 0.

           ACCEPT WS-KPI-DATE FROM ENVIRONMENT "KPI_DATE"
           IF WS-KPI-DATE NOT NUMERIC OR WS-KPI-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-KPI-DATE, WS-DATE-SOURCE
           END-IF

           IF WS-LOCALE-EN
