           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO DYNAMIC WS-ACCOUNT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCOUNT-FILE-STATUS.

           SELECT RULES-FILE ASSIGN TO DYNAMIC WS-RULES-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RULES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
          05 ENT-ACTIVE           PIC X(1).

       FD SETTLE-FILE.
       01 SETTLE-RECORD           PIC X(120).

       FD SEQ-FILE.
       01 SEQ-RECORD              PIC 9(6).
       FD REGISTER-FILE.
       01 REGISTER-RECORD         PIC X(120).

       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
          05 ACCT-ID              PIC X(10).
          05 FILLER               PIC X(1).
          05 ACCT-NAME            PIC X(30).
          05 FILLER               PIC X(1).
          05 ACCT-STATUS          PIC X(1).
          05 FILLER               PIC X(1).
          05 ACCT-ENTITY          PIC X(3).
          05 FILLER               PIC X(1).
          05 ACCT-CURRENCY        PIC X(3).
          05 FILLER               PIC X(1).
          05 ACCT-IBAN            PIC X(34).
          05 FILLER               PIC X(1).
          05 ACCT-BIC             PIC X(11).

      * Settlement cycle per currency: business days from the
      * processing date, the cut-off (HHMM) after which a posting run
      * settles one day later, and the holiday calendar to count on
      * (blank: holidays-<currency>.dat).
       FD RULES-FILE.
       01 RULES-RECORD.
          05 SRL-CURRENCY         PIC X(3).
          05 FILLER               PIC X(1).
          05 SRL-LAG              PIC 9(2).
          05 FILLER               PIC X(1).
          05 SRL-CUTOFF           PIC 9(4).
          05 FILLER               PIC X(1).
          05 SRL-CALENDAR         PIC X(3).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-REGISTER-FILENAME    PIC X(100)
                                     VALUE "settlement_register.dat".
       01 WS-REGISTER-STATUS      PIC X(2).
       01 WS-ACCOUNT-FILENAME     PIC X(100)
                                     VALUE "account_master.dat".
       01 WS-ACCOUNT-FILE-STATUS  PIC X(2).
       01 WS-ACCOUNT-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-ACCOUNT-EOF                   VALUE "Y".
       01 WS-RULES-FILENAME       PIC X(100)
                                     VALUE "settlement_rules.dat".
       01 WS-RULES-STATUS         PIC X(2).
       01 WS-RULES-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-RULES-EOF                     VALUE "Y".
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-SETTLE-DATE          PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-BATCH-SEQ            PIC 9(6)    VALUE 0.
       01 WS-BATCH-SEQ-X          PIC 9(6).

       01 WS-ENT-MAX              PIC 9(2)    VALUE 20.
       01 WS-ENT-IDX              PIC 9(2).

       01 WS-ACCOUNT-TABLE-AREA.
          05 WS-ACCT-ENTRY OCCURS 200 TIMES.
             10 WS-ACCT-TBL-ID      PIC X(10).
             10 WS-ACCT-TBL-IBAN    PIC X(34).
             10 WS-ACCT-TBL-BIC     PIC X(11).
       01 WS-ACCT-USED            PIC 9(3)    VALUE 0.
       01 WS-ACCT-MAX             PIC 9(3)    VALUE 200.
       01 WS-ACCT-IDX             PIC 9(3).
       01 WS-ACCT-FOUND-FLAG      PIC X(1)    VALUE "N".
          88 WS-ACCT-FOUND                    VALUE "Y".
       01 WS-ACCT-KEYED-FLAG      PIC X(1)    VALUE "N".
          88 WS-ACCT-KEYED                    VALUE "Y".
       01 WS-MASTER-CODE          PIC X(3)    VALUE "ACC".
       01 WS-KEYED-STATUS         PIC 9(2).
       01 WS-ACCT-KEYED-RECORD.
           COPY ACCTIDX.
       01 WS-BENEF-IBAN           PIC X(34).
       01 WS-BENEF-BIC            PIC X(11).

      * Both value dates of each currency are worked out once, on
      * time and after the cut-off; a currency without a rule
      * settles on the first business day of the default calendar.
       01 WS-SRL-TABLE.
          05 WS-SRL-ENTRY OCCURS 30 TIMES.
             10 WS-SRL-CCY           PIC X(3).
             10 WS-SRL-LAG           PIC 9(2).
             10 WS-SRL-CUTOFF        PIC 9(4).
             10 WS-SRL-CALENDAR      PIC X(3).
             10 WS-SRL-VALUE-DATE    PIC 9(8).
             10 WS-SRL-LATE-DATE     PIC 9(8).
       01 WS-SRL-USED             PIC 9(2)    VALUE 0.
       01 WS-SRL-MAX              PIC 9(2)    VALUE 30.
       01 WS-SRL-IDX              PIC 9(2).
       01 WS-SRL-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-SRL-FOUND                     VALUE "Y".
       01 WS-DEFAULT-VALUE-DATE   PIC 9(8)    VALUE 0.
       01 WS-ITEM-CCY             PIC X(3).
       01 WS-ITEM-RUN-TIME        PIC 9(4).
       01 WS-ITEM-VALUE-DATE      PIC 9(8).
       01 WS-CALENDAR-CODE        PIC X(3).
       01 WS-SETTLE-DATE-NUM      PIC 9(8).
       01 WS-SETTLE-DATE-PARTS REDEFINES WS-SETTLE-DATE-NUM.
          05 WS-SDP-YEAR          PIC 9(4).
          05 WS-SDP-MONTH         PIC 9(2).
          05 WS-SDP-DAY           PIC 9(2).
       01 WS-BASE-DATE.
          COPY DATEFLDS REPLACING ==PREFIX-YEAR== BY ==WS-BASE-YEAR==
                           ==PREFIX-MONTH== BY ==WS-BASE-MONTH==
                           ==PREFIX-DAY== BY ==WS-BASE-DAY==.
       01 WS-RESULT-DATE.
          COPY DATEFLDS REPLACING ==PREFIX-YEAR== BY ==WS-RSLT-YEAR==
                           ==PREFIX-MONTH== BY ==WS-RSLT-MONTH==
                           ==PREFIX-DAY== BY ==WS-RSLT-DAY==.
       01 WS-RESULT-DATE-NUM REDEFINES WS-RESULT-DATE PIC 9(8).
       01 WS-DAYS-TO-ADD          PIC S9(5) COMP.
       01 WS-BUSINESS-FLAG        PIC X(1).
       01 WS-DATE-VALID           PIC X(1).
          88 WS-DATE-IS-VALID                 VALUE "Y".
       01 WS-DAYS-AFTER-FIRST     PIC 9(3).

       01 WS-DET-TABLE.
          05 WS-DET-ENTRY OCCURS 5000 TIMES.
             10 WS-DET-ENTITY        PIC X(3).
             10 WS-DET-CCY           PIC X(3).
             10 WS-DET-ID            PIC X(12).
             10 WS-DET-ACCOUNT       PIC X(10).
             10 WS-DET-VALUE-DATE    PIC 9(8).
             10 WS-DET-AMOUNT        PIC S9(11)V99.
       01 WS-DET-USED             PIC 9(4)    VALUE 0.
       01 WS-DET-MAX              PIC 9(4)    VALUE 5000.
          05 WS-GRP-ENTRY OCCURS 100 TIMES.
             10 WS-GRP-ENTITY        PIC X(3).
             10 WS-GRP-CCY           PIC X(3).
             10 WS-GRP-VALUE-DATE    PIC 9(8).
             10 WS-GRP-COUNT         PIC 9(7).
             10 WS-GRP-TOTAL         PIC S9(12)V99.
       01 WS-GRP-USED             PIC 9(3)    VALUE 0.
       01 WS-IFACE-NAME           PIC X(10)   VALUE "SETTLE".
       01 WS-IFACE-SEQ            PIC 9(6)    VALUE 0.
       01 WS-IFACE-REG-NAME       PIC X(100).
       01 WS-SEAL-LINE            PIC X(300).
       01 WS-SEAL-KEY-ID          PIC X(4).
       01 WS-SEAL-VALUE           PIC X(18).
       01 WS-SEAL-STATUS          PIC 9(2).
          88 WS-SEAL-OK                       VALUE 0.
          88 WS-SEAL-UNPROTECTED              VALUE 12.
       01 WS-AMOUNT-EDIT          PIC -(11)9.99.
       01 WS-TOTAL-EDIT           PIC -(12)9.99.
       01 WS-DETAIL-SEQ           PIC 9(7).

           ACCEPT WS-SETTLE-DATE FROM ENVIRONMENT "SETTLE_DATE"
           IF WS-SETTLE-DATE NOT NUMERIC OR WS-SETTLE-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-SETTLE-DATE, WS-DATE-SOURCE
           END-IF

           IF WS-LOCALE-EN

           PERFORM LOAD-SETTLEMENT-SEQ
           PERFORM LOAD-ENTITY-LIST
           PERFORM LOAD-ACCOUNT-MASTER
           PERFORM LOAD-SETTLEMENT-RULES

           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"        DELIMITED BY SIZE
              MOVE CALC-REC-ENTITY TO WS-DET-ENTITY (WS-DET-USED)
              MOVE CALC-REC-CURRENCY TO WS-DET-CCY (WS-DET-USED)
              MOVE CALC-REC-TRANS-ID TO WS-DET-ID (WS-DET-USED)
              MOVE CALC-REC-ACCOUNT TO WS-DET-ACCOUNT (WS-DET-USED)
              PERFORM DETERMINE-ITEM-VALUE-DATE
              MOVE WS-ITEM-VALUE-DATE
                 TO WS-DET-VALUE-DATE (WS-DET-USED)
              MOVE CALC-REC-RESULT TO WS-DET-AMOUNT (WS-DET-USED)
              PERFORM TALLY-GROUP
           END-IF
                    TO WS-GRP-ENTITY (WS-GRP-IDX)
                 MOVE WS-DET-CCY (WS-DET-USED)
                    TO WS-GRP-CCY (WS-GRP-IDX)
                 MOVE WS-DET-VALUE-DATE (WS-DET-USED)
                    TO WS-GRP-VALUE-DATE (WS-GRP-IDX)
                 MOVE 0 TO WS-GRP-COUNT (WS-GRP-IDX)
                 MOVE 0 TO WS-GRP-TOTAL (WS-GRP-IDX)
                 SET WS-GRP-FOUND TO TRUE
                 = WS-GRP-ENTITY (WS-GRP-IDX)
              AND WS-DET-CCY (WS-DET-USED)
                 = WS-GRP-CCY (WS-GRP-IDX)
              AND WS-DET-VALUE-DATE (WS-DET-USED)
                 = WS-GRP-VALUE-DATE (WS-GRP-IDX)
              SET WS-GRP-FOUND TO TRUE
              SUBTRACT 1 FROM WS-GRP-IDX
           END-IF.

      * One numbered file per entity, currency and value date, with
      * the same header/trailer discipline the transaction feed
      * carries, and one register line per batch for the hand-over
      * check.  The last line seals everything above it with the
      * settlement system's key in force, when it has one.
       WRITE-ONE-BATCH.
           ADD 1 TO WS-BATCH-SEQ
           ADD 1 TO WS-BATCH-COUNT
           OPEN OUTPUT SETTLE-FILE

           CALL "SEQ_REGISTER" USING WS-IFACE-NAME, WS-IFACE-SEQ
           CALL "SEAL_OPEN" USING WS-IFACE-NAME, WS-SETTLE-DATE,
                WS-SEAL-KEY-ID, WS-SEAL-STATUS
           MOVE SPACES TO SETTLE-RECORD
           STRING "SEQ,SETTLE," DELIMITED BY SIZE
                  WS-IFACE-SEQ  DELIMITED BY SIZE
                  INTO SETTLE-RECORD
           END-STRING
           PERFORM WRITE-SETTLE-LINE

           MOVE SPACES TO SETTLE-RECORD
           STRING "HDR"           DELIMITED BY SIZE
                  WS-GRP-ENTITY (WS-GRP-IDX) DELIMITED BY SIZE
                  WS-GRP-CCY (WS-GRP-IDX)    DELIMITED BY SIZE
                  WS-BATCH-SEQ-X  DELIMITED BY SIZE
                  WS-GRP-VALUE-DATE (WS-GRP-IDX) DELIMITED BY SIZE
                  INTO SETTLE-RECORD
           END-STRING
           PERFORM WRITE-SETTLE-LINE

           MOVE 0 TO WS-DETAIL-SEQ
           PERFORM WRITE-BATCH-DETAIL
                  FUNCTION TRIM (WS-TOTAL-EDIT) DELIMITED BY SIZE
                  INTO SETTLE-RECORD
           END-STRING
           PERFORM WRITE-SETTLE-LINE
           PERFORM WRITE-SETTLE-SEAL
           CLOSE SETTLE-FILE
           MOVE WS-SETTLE-FILENAME TO WS-IFACE-REG-NAME
           CALL "SEQ_REGISTER_NOTE" USING WS-IFACE-NAME,

           PERFORM APPEND-SETTLEMENT-REGISTER.

       WRITE-SETTLE-LINE.
           WRITE SETTLE-RECORD
           MOVE SETTLE-RECORD TO WS-SEAL-LINE
           CALL "SEAL_UTILS" USING WS-SEAL-LINE.

       WRITE-SETTLE-SEAL.
           CALL "SEAL_CLOSE" USING WS-SEAL-VALUE
           IF WS-SEAL-OK
              MOVE SPACES TO SETTLE-RECORD
              STRING "SEAL,"        DELIMITED BY SIZE
                     WS-SEAL-KEY-ID DELIMITED BY SPACE
                     ","            DELIMITED BY SIZE
                     WS-SEAL-VALUE  DELIMITED BY SIZE
                     INTO SETTLE-RECORD
              END-STRING
              WRITE SETTLE-RECORD
           END-IF
           IF WS-SEAL-UNPROTECTED
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: seal key file unusable, "
                         WS-SETTLE-FILENAME (1:30) " unsealed"
              ELSE
                 DISPLAY "AVERTISSEMENT: cles inutilisables, "
                         WS-SETTLE-FILENAME (1:30) " non scelle"
              END-IF
           END-IF.

       WRITE-BATCH-DETAIL.
           IF WS-DET-ENTITY (WS-DET-IDX)
                 = WS-GRP-ENTITY (WS-GRP-IDX)
              AND WS-DET-CCY (WS-DET-IDX)
                 = WS-GRP-CCY (WS-GRP-IDX)
              AND WS-DET-VALUE-DATE (WS-DET-IDX)
                 = WS-GRP-VALUE-DATE (WS-GRP-IDX)
              ADD 1 TO WS-DETAIL-SEQ
              MOVE WS-DET-AMOUNT (WS-DET-IDX) TO WS-AMOUNT-EDIT
              PERFORM FIND-BENEFICIARY
              MOVE SPACES TO SETTLE-RECORD
              STRING WS-DET-ID (WS-DET-IDX) DELIMITED BY SIZE
                     " "                    DELIMITED BY SIZE
                     WS-AMOUNT-EDIT         DELIMITED BY SIZE
                     " "                    DELIMITED BY SIZE
                     WS-DET-ACCOUNT (WS-DET-IDX) DELIMITED BY SIZE
                     " "                    DELIMITED BY SIZE
                     WS-BENEF-IBAN          DELIMITED BY SIZE
                     " "                    DELIMITED BY SIZE
                     WS-BENEF-BIC           DELIMITED BY SIZE
                     INTO SETTLE-RECORD
              END-STRING
              PERFORM WRITE-SETTLE-LINE
           END-IF.

      * The posting run's start time, carried in the run ID, places
      * the item before or after its currency's cut-off.
       DETERMINE-ITEM-VALUE-DATE.
           MOVE CALC-REC-CURRENCY TO WS-ITEM-CCY
           MOVE "N" TO WS-SRL-FOUND-FLAG
           PERFORM FIND-SETTLEMENT-RULE
              VARYING WS-SRL-IDX FROM 1 BY 1
              UNTIL WS-SRL-IDX > WS-SRL-USED OR WS-SRL-FOUND
           IF NOT WS-SRL-FOUND
              MOVE WS-DEFAULT-VALUE-DATE TO WS-ITEM-VALUE-DATE
           ELSE
              MOVE WS-SRL-VALUE-DATE (WS-SRL-IDX)
                 TO WS-ITEM-VALUE-DATE
              IF WS-SRL-CUTOFF (WS-SRL-IDX) > 0
                 AND CALC-REC-RUN-ID (10:4) IS NUMERIC
                 MOVE CALC-REC-RUN-ID (10:4) TO WS-ITEM-RUN-TIME
                 IF WS-ITEM-RUN-TIME > WS-SRL-CUTOFF (WS-SRL-IDX)
                    MOVE WS-SRL-LATE-DATE (WS-SRL-IDX)
                       TO WS-ITEM-VALUE-DATE
                 END-IF
              END-IF
           END-IF.

       FIND-SETTLEMENT-RULE.
           IF WS-SRL-CCY (WS-SRL-IDX) = WS-ITEM-CCY
              SET WS-SRL-FOUND TO TRUE
              SUBTRACT 1 FROM WS-SRL-IDX
           END-IF.

       LOAD-SETTLEMENT-RULES.
           ACCEPT WS-RULES-FILENAME FROM ENVIRONMENT
                  "SETTLEMENT_RULES_FILE"
           IF WS-RULES-FILENAME = SPACES
              MOVE "settlement_rules.dat" TO WS-RULES-FILENAME
           END-IF
           MOVE WS-SETTLE-DATE TO WS-SETTLE-DATE-NUM
           MOVE 0 TO WS-SRL-USED
           MOVE "N" TO WS-RULES-EOF-FLAG
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
              PERFORM READ-RULES-RECORD
              PERFORM LOAD-ONE-RULE UNTIL WS-RULES-EOF
                 OR WS-SRL-USED >= WS-SRL-MAX
              CLOSE RULES-FILE
           END-IF
           PERFORM COMPUTE-RULE-DATES
              VARYING WS-SRL-IDX FROM 1 BY 1
              UNTIL WS-SRL-IDX > WS-SRL-USED
           MOVE SPACES TO WS-CALENDAR-CODE
           CALL "SET_HOLIDAY_CALENDAR" USING WS-CALENDAR-CODE
           MOVE 0 TO WS-DAYS-AFTER-FIRST
           PERFORM COMPUTE-SETTLEMENT-DAY
           MOVE WS-ITEM-VALUE-DATE TO WS-DEFAULT-VALUE-DATE.

       READ-RULES-RECORD.
           READ RULES-FILE
              AT END
                 SET WS-RULES-EOF TO TRUE
           END-READ.

       LOAD-ONE-RULE.
           IF SRL-CURRENCY NOT = SPACES AND SRL-LAG IS NUMERIC
              AND SRL-CUTOFF IS NUMERIC
              ADD 1 TO WS-SRL-USED
              MOVE SRL-CURRENCY TO WS-SRL-CCY (WS-SRL-USED)
              MOVE SRL-LAG TO WS-SRL-LAG (WS-SRL-USED)
              MOVE SRL-CUTOFF TO WS-SRL-CUTOFF (WS-SRL-USED)
              IF SRL-CALENDAR = SPACES
                 MOVE SRL-CURRENCY TO WS-SRL-CALENDAR (WS-SRL-USED)
              ELSE
                 MOVE SRL-CALENDAR TO WS-SRL-CALENDAR (WS-SRL-USED)
              END-IF
           END-IF
           PERFORM READ-RULES-RECORD.

       COMPUTE-RULE-DATES.
           MOVE WS-SRL-CALENDAR (WS-SRL-IDX) TO WS-CALENDAR-CODE
           CALL "SET_HOLIDAY_CALENDAR" USING WS-CALENDAR-CODE
           MOVE WS-SRL-LAG (WS-SRL-IDX) TO WS-DAYS-AFTER-FIRST
           PERFORM COMPUTE-SETTLEMENT-DAY
           MOVE WS-ITEM-VALUE-DATE TO WS-SRL-VALUE-DATE (WS-SRL-IDX)
           ADD 1 TO WS-DAYS-AFTER-FIRST
           PERFORM COMPUTE-SETTLEMENT-DAY
           MOVE WS-ITEM-VALUE-DATE TO WS-SRL-LATE-DATE (WS-SRL-IDX).

      * The first business day on or after the processing date (one
      * calendar day back, then one business day on, as VALUE-RELEASE
      * does), then WS-DAYS-AFTER-FIRST business days further.
       COMPUTE-SETTLEMENT-DAY.
           MOVE WS-SETTLE-DATE-NUM TO WS-ITEM-VALUE-DATE
           MOVE WS-SDP-YEAR  TO WS-BASE-YEAR
           MOVE WS-SDP-MONTH TO WS-BASE-MONTH
           MOVE WS-SDP-DAY   TO WS-BASE-DAY
           MOVE -1 TO WS-DAYS-TO-ADD
           MOVE "N" TO WS-BUSINESS-FLAG
           CALL "DATE_ARITH" USING WS-BASE-DATE, WS-DAYS-TO-ADD,
                                    WS-BUSINESS-FLAG, WS-RESULT-DATE,
                                    WS-DATE-VALID
           IF WS-DATE-IS-VALID
              MOVE WS-RESULT-DATE TO WS-BASE-DATE
              COMPUTE WS-DAYS-TO-ADD = WS-DAYS-AFTER-FIRST + 1
              MOVE "Y" TO WS-BUSINESS-FLAG
              CALL "DATE_ARITH" USING WS-BASE-DATE, WS-DAYS-TO-ADD,
                                       WS-BUSINESS-FLAG,
                                       WS-RESULT-DATE, WS-DATE-VALID
              IF WS-DATE-IS-VALID
                 MOVE WS-RESULT-DATE-NUM TO WS-ITEM-VALUE-DATE
              END-IF
           END-IF.

      * The beneficiary bank details come from the account master;
      * MAIN has already refused postings to accounts whose details
      * fail validation, so an account without them is internal.
       FIND-BENEFICIARY.
           MOVE SPACES TO WS-BENEF-IBAN
           MOVE SPACES TO WS-BENEF-BIC
           IF WS-DET-ACCOUNT (WS-DET-IDX) NOT = SPACES
              IF WS-ACCT-KEYED
                 CALL "ACCOUNT_KEYED" USING WS-DET-ACCOUNT (WS-DET-IDX),
                                            WS-ACCT-KEYED-RECORD,
                                            WS-KEYED-STATUS
                 IF WS-KEYED-STATUS = 0
                    MOVE AX-IBAN TO WS-BENEF-IBAN
                    MOVE AX-BIC TO WS-BENEF-BIC
                 END-IF
              ELSE
                 MOVE "N" TO WS-ACCT-FOUND-FLAG
                 PERFORM FIND-ACCOUNT-ENTRY
                    VARYING WS-ACCT-IDX FROM 1 BY 1
                    UNTIL WS-ACCT-IDX > WS-ACCT-USED OR WS-ACCT-FOUND
                 IF WS-ACCT-FOUND
                    MOVE WS-ACCT-TBL-IBAN (WS-ACCT-IDX)
                       TO WS-BENEF-IBAN
                    MOVE WS-ACCT-TBL-BIC (WS-ACCT-IDX) TO WS-BENEF-BIC
                 END-IF
              END-IF
           END-IF.

       FIND-ACCOUNT-ENTRY.
           IF WS-DET-ACCOUNT (WS-DET-IDX) = WS-ACCT-TBL-ID (WS-ACCT-IDX)
              SET WS-ACCT-FOUND TO TRUE
              SUBTRACT 1 FROM WS-ACCT-IDX
           END-IF.

      * The keyed account master built by MASTER-LOAD is read by
      * key when it is there; otherwise the flat file is loaded.
       LOAD-ACCOUNT-MASTER.
           ACCEPT WS-ACCOUNT-FILENAME FROM ENVIRONMENT "ACCOUNT_FILE"
           IF WS-ACCOUNT-FILENAME = SPACES
              MOVE "account_master.dat" TO WS-ACCOUNT-FILENAME
           END-IF
           MOVE 0 TO WS-ACCT-USED
           MOVE "N" TO WS-ACCOUNT-EOF-FLAG
           CALL "MASTER_LOOKUP" USING WS-MASTER-CODE, WS-KEYED-STATUS
           IF WS-KEYED-STATUS = 0
              SET WS-ACCT-KEYED TO TRUE
           ELSE
              OPEN INPUT ACCOUNT-FILE
              IF WS-ACCOUNT-FILE-STATUS = "00"
                 PERFORM READ-ACCOUNT-RECORD
                 PERFORM LOAD-ONE-ACCOUNT UNTIL WS-ACCOUNT-EOF
                    OR WS-ACCT-USED >= WS-ACCT-MAX
                 CLOSE ACCOUNT-FILE
              END-IF
           END-IF.

       READ-ACCOUNT-RECORD.
           READ ACCOUNT-FILE
              AT END
                 SET WS-ACCOUNT-EOF TO TRUE
           END-READ.

       LOAD-ONE-ACCOUNT.
           IF ACCT-ID NOT = SPACES
              ADD 1 TO WS-ACCT-USED
              MOVE ACCT-ID   TO WS-ACCT-TBL-ID (WS-ACCT-USED)
              MOVE ACCT-IBAN TO WS-ACCT-TBL-IBAN (WS-ACCT-USED)
              MOVE ACCT-BIC  TO WS-ACCT-TBL-BIC (WS-ACCT-USED)
           END-IF
           PERFORM READ-ACCOUNT-RECORD.

       APPEND-SETTLEMENT-REGISTER.
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
