          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".
       01 WS-CONS-DATE            PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-FILE-PATTERN         PIC X(50)   VALUE "output".
       01 WS-PART-COUNT-TEXT      PIC X(2)    VALUE SPACES.
       01 WS-PARTITIONS           PIC 9(2)    VALUE 2.

           ACCEPT WS-CONS-DATE FROM ENVIRONMENT "CONS_DATE"
           IF WS-CONS-DATE NOT NUMERIC OR WS-CONS-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-CONS-DATE, WS-DATE-SOURCE
           END-IF

           ACCEPT WS-FILE-PATTERN FROM ENVIRONMENT "OUTPUT_PATTERN"
           PERFORM CHAIN-ONE-BYTE
              VARYING WS-CHAIN-IDX FROM 1 BY 1
              UNTIL WS-CHAIN-IDX > 219
           IF WS-SCAN-VIEW (229:20) NOT = SPACES
              PERFORM CHAIN-ONE-BYTE
                 VARYING WS-CHAIN-IDX FROM 229 BY 1
                 UNTIL WS-CHAIN-IDX > 248
           END-IF
           COMPUTE CALC-REC-CHAIN-HASH OF WS-SCAN-VIEW =
              FUNCTION MOD (WS-CHAIN-WORK, 999999937)
           MOVE CALC-REC-CHAIN-HASH OF WS-SCAN-VIEW
