          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".
       01 WS-VERIFY-DATE          PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-VERIFY-DATE-NUM      PIC 9(8).

       01 WS-CHAIN-PREV           PIC 9(9)    VALUE 0.

           ACCEPT WS-VERIFY-DATE FROM ENVIRONMENT "VERIFY_DATE"
           IF WS-VERIFY-DATE NOT NUMERIC OR WS-VERIFY-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-VERIFY-DATE, WS-DATE-SOURCE
           END-IF
           MOVE FUNCTION NUMVAL (WS-VERIFY-DATE)
              TO WS-VERIFY-DATE-NUM

      * The expected hash is recomputed from the record contents and
      * the previous record's chain value; any edit, insertion or
      * deletion breaks the chain at the first affected record.  The
      * stored hash itself (220-228) is never hashed; the customer
      * rate and margin after it are, unless they are blank, which
      * keeps records written before those fields existed verifying.
       VERIFY-ONE-RECORD.
           MOVE WS-CHAIN-PREV TO WS-CHAIN-WORK
           PERFORM CHAIN-ONE-BYTE
              VARYING WS-CHAIN-IDX FROM 1 BY 1
              UNTIL WS-CHAIN-IDX > 219
           IF AUDIT-RECORD (229:20) NOT = SPACES
              PERFORM CHAIN-ONE-BYTE
                 VARYING WS-CHAIN-IDX FROM 229 BY 1
                 UNTIL WS-CHAIN-IDX > 248
           END-IF
           COMPUTE WS-CHAIN-EXPECTED =
              FUNCTION MOD (WS-CHAIN-WORK, 999999937)

