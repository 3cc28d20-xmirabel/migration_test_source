          05 SUSP-DATE            PIC X(8).
          05 SUSP-TRANS-DATA.
             10 SUSP-NUM1         PIC 9(9)V99.
             10 FILLER            PIC X(103).

       FD HOLD-FILE.
       01 HOLD-RECORD.
          05 HOLD-STATE           PIC X(1).
          05 HOLD-DATE            PIC 9(8).
          05 HOLD-CALC-DATA       PIC X(248).
          05 HOLD-RULE            PIC X(4).

       FD DEADLETTER-FILE.
       01 DEADLETTER-RECORD.
          05 DL-DATE              PIC 9(8).
          05 DL-TIME              PIC X(6).
          05 DL-STATUS            PIC 9(2).
          05 DL-CONTENT           PIC X(248).

       FD GL-OUT-FILE.
       01 GL-OUT-RECORD.
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-RUN-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-TODAY-INT            PIC 9(7).
       01 WS-ITEM-INT             PIC 9(7).


           PERFORM ENTER-SANDBOX-DIR

           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL (WS-RUN-DATE))
