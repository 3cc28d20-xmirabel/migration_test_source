          05 DL-DATE              PIC 9(8).
          05 DL-TIME              PIC X(6).
          05 DL-STATUS            PIC 9(2).
          05 DL-CONTENT           PIC X(248).

       FD NEW-SPOOL-FILE.
       01 NEW-SPOOL-RECORD        PIC X(264).

       FD AUDIT-FILE.
       01 AUDIT-RECORD            PIC X(1000).
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".
       01 WS-RECOVER-DATE         PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-RECOVER-DATE-NUM     PIC 9(8).
       01 WS-RECOVERED-COUNT      PIC 9(5)    VALUE 0.
       01 WS-KEPT-COUNT           PIC 9(5)    VALUE 0.

           ACCEPT WS-RECOVER-DATE FROM ENVIRONMENT "RECOVER_DATE"
           IF WS-RECOVER-DATE NOT NUMERIC OR WS-RECOVER-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-RECOVER-DATE, WS-DATE-SOURCE
           END-IF
           MOVE FUNCTION NUMVAL (WS-RECOVER-DATE)
              TO WS-RECOVER-DATE-NUM
