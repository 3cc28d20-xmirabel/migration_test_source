          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-RUN-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-TODAY-INT            PIC 9(7).
       01 WS-CUTOFF-INT           PIC 9(7).
       01 WS-LINE-INT             PIC 9(7).

           PERFORM ENTER-SANDBOX-DIR

           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL (WS-RUN-DATE))
