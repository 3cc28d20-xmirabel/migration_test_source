           PERFORM CHAIN-ONE-BYTE
              VARYING WS-CHAIN-IDX FROM 1 BY 1
              UNTIL WS-CHAIN-IDX > 219
           IF WS-CALC-RECORD (229:20) NOT = SPACES
              PERFORM CHAIN-ONE-BYTE
                 VARYING WS-CHAIN-IDX FROM 229 BY 1
                 UNTIL WS-CHAIN-IDX > 248
           END-IF
           COMPUTE CALC-REC-CHAIN-HASH =
              FUNCTION MOD (WS-CHAIN-WORK, 999999937)
           MOVE CALC-REC-CHAIN-HASH TO WS-CHAIN-PREV
