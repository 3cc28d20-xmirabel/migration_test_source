             ==CALC-REC-PPA-FLAG== BY ==ASC-PPA-FLAG==
             ==CALC-REC-ORIG-DATE== BY ==ASC-ORIG-DATE==
             ==CALC-REC-RUN-ID== BY ==ASC-RUN-ID==
             ==CALC-REC-CHAIN-HASH== BY ==ASC-CHAIN-HASH==
             ==CALC-REC-CUST-RATE== BY ==ASC-CUST-RATE==
             ==CALC-REC-FX-MARGIN== BY ==ASC-FX-MARGIN==.

       WORKING-STORAGE SECTION.
       01 WS-FISCAL-FILENAME      PIC X(100)

       01 WS-USER-COUNT           PIC 9(3)    VALUE 0.
       01 WS-RUN-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-CUR-USER             PIC X(30).
       01 WS-CUR-CURRENT          PIC S9(11)V99.
       01 WS-CUR-YTD              PIC S9(11)V99.
           MOVE FUNCTION NUMVAL (WS-FISCAL-YEAR-TEXT)
              TO WS-FISCAL-YEAR

           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE

           IF WS-LOCALE-EN
              DISPLAY "=== Fiscal year-end close: " WS-FISCAL-YEAR
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
