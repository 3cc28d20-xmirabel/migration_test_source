           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RULES-STATUS.

           SELECT WATCHLIST-FILE ASSIGN TO DYNAMIC WS-WATCHLIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WATCHLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANS-FILE.
          05 TRANS-TAX-CODE       PIC X(3).
          05 TRANS-ACCOUNT        PIC X(10).
          05 TRANS-VALUE-DATE     PIC 9(8).
          05 TRANS-DEPARTMENT     PIC X(10).
          05 TRANS-CPTY-NAME      PIC X(30).

       FD EDIT-REPORT-FILE.
       01 EDIT-REPORT-RECORD      PIC X(120).

       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
          05 ACCT-ENTITY          PIC X(3).
          05 FILLER               PIC X(1).
          05 ACCT-CURRENCY        PIC X(3).
          05 FILLER               PIC X(1).
          05 ACCT-IBAN            PIC X(34).
          05 FILLER               PIC X(1).
          05 ACCT-BIC             PIC X(11).

       FD RULES-FILE.
       01 RULES-RECORD            PIC X(80).

       FD WATCHLIST-FILE.
       01 WATCHLIST-RECORD.
          05 WL-ID                PIC X(13).
          05 FILLER               PIC X(1).
          05 WL-NAME              PIC X(40).
          05 FILLER               PIC X(1).
          05 WL-LIST              PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-TRANS-FILENAME       PIC X(100)  VALUE "transactions.txt".
       01 WS-TRANS-STATUS         PIC X(2).
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".
       01 WS-RUN-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-TOLERANCE-TEXT       PIC X(5)    VALUE SPACES.
       01 WS-TOLERANCE            PIC 9(5)    VALUE 0.
       01 WS-RECORD-COUNT         PIC 9(7)    VALUE 0.
       01 WS-RECORD-ERROR-FLAG    PIC X(1)    VALUE "N".
          88 WS-RECORD-HAS-ERROR              VALUE "Y".
       01 WS-EDIT-MESSAGE         PIC X(40).
       01 WS-CHECK-ID             PIC X(12).
       01 WS-ID-CHECK-STATUS      PIC 9(2).
          88 WS-ID-CHECK-BAD-DIGIT            VALUE 8.
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
          05 WS-ACCT-ENTRY OCCURS 200 TIMES.
             10 WS-ACCT-TBL-ID      PIC X(10).
             10 WS-ACCT-TBL-STATUS  PIC X(1).
             10 WS-ACCT-TBL-NAME    PIC X(30).
             10 WS-ACCT-TBL-BANK-STATUS PIC 9(2).
       01 WS-ACCT-USED            PIC 9(3)    VALUE 0.
       01 WS-ACCT-MAX             PIC 9(3)    VALUE 200.
       01 WS-ACCT-IDX             PIC 9(3).
          88 WS-ACCT-FOUND                    VALUE "Y".
       01 WS-ACCT-LOADED-FLAG     PIC X(1)    VALUE "N".
          88 WS-ACCT-LOADED                   VALUE "Y".
       01 WS-ACCT-KEYED-FLAG      PIC X(1)    VALUE "N".
          88 WS-ACCT-KEYED                    VALUE "Y".
       01 WS-MASTER-CODE          PIC X(3)    VALUE "ACC".
       01 WS-KEYED-STATUS         PIC 9(2).
       01 WS-ACCT-KEYED-RECORD.
           COPY ACCTIDX.
       01 WS-RULES-FILENAME       PIC X(100)
                                     VALUE "edit_rules.dat".
       01 WS-RULES-STATUS         PIC X(2).
       01 WS-RULE-HIT-FLAG        PIC X(1).
          88 WS-RULE-HIT                      VALUE "Y".
       01 WS-WARN-COUNT           PIC 9(7)    VALUE 0.
       01 WS-WATCHLIST-FILENAME   PIC X(100)  VALUE "watchlist.dat".
       01 WS-WATCHLIST-STATUS     PIC X(2).
       01 WS-WATCHLIST-EOF-FLAG   PIC X(1)    VALUE "N".
          88 WS-WATCHLIST-EOF                 VALUE "Y".
       01 WS-WATCHLIST-TABLE.
          05 WS-WL-ENTRY OCCURS 500 TIMES.
             10 WS-WL-TBL-ID        PIC X(13).
             10 WS-WL-TBL-NAME      PIC X(40).
       01 WS-WL-USED              PIC 9(3)    VALUE 0.
       01 WS-WL-MAX               PIC 9(3)    VALUE 500.
       01 WS-WL-IDX               PIC 9(3).
       01 WS-SCREEN-THRESHOLD-TEXT PIC X(3)   VALUE SPACES.
       01 WS-SCREEN-THRESHOLD     PIC 9(3)    VALUE 80.
       01 WS-SCREEN-NAME          PIC X(40).
       01 WS-SCREEN-LISTED        PIC X(40).
       01 WS-SCREEN-SCORE         PIC 9(3).
       01 WS-SCREEN-BEST-SCORE    PIC 9(3).
       01 WS-SCREEN-BEST-ID       PIC X(13).
       01 WS-SCREEN-COUNT         PIC 9(7)    VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM LOAD-ACCOUNT-MASTER
           PERFORM LOAD-EDIT-RULES
           PERFORM LOAD-WATCHLIST

           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           MOVE SPACES TO WS-EDIT-REPORT-FILENAME
           STRING "edit_report-"  DELIMITED BY SIZE
                  WS-RUN-DATE     DELIMITED BY SIZE
                            "tolerance de " WS-TOLERANCE " depassee"
                 END-IF
              ELSE
                 IF WS-ERROR-COUNT > 0 OR WS-SCREEN-COUNT > 0
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
                 IF WS-LOCALE-EN
           IF TRANS-RECORD (1:3) = "HDR"
              OR TRANS-RECORD (1:3) = "TRL"
              OR TRANS-RECORD (1:3) = "REV"
              OR TRANS-RECORD (1:3) = "WOF"
              OR TRANS-RECORD (1:3) = "FRM"
              PERFORM EDIT-CONTROL-RECORD
           ELSE
              PERFORM EDIT-DETAIL-RECORD
           END-IF
           PERFORM READ-TRANS-RECORD.

      * Header, trailer, reversal, write-off and formula records are
      * structural, not detail transactions; only their own fields
      * are checked.  A formula is parsed and evaluated by MAIN, so
      * here it need only be present.
       EDIT-CONTROL-RECORD.
           IF TRANS-RECORD (1:3) = "HDR"
              AND TRANS-RECORD (4:8) NOT NUMERIC
              MOVE "ID ORIGINAL D'EXTOURNE MAL FORME"
                 TO WS-EDIT-MESSAGE
              PERFORM WRITE-EDIT-ERROR
           END-IF
           IF TRANS-RECORD (1:3) = "REV"
              AND TRANS-RECORD (4:1) = "T"
              MOVE TRANS-RECORD (4:12) TO WS-CHECK-ID
              CALL "TRANSID_CHECK" USING WS-CHECK-ID,
                                         WS-ID-CHECK-STATUS
              IF WS-ID-CHECK-BAD-DIGIT
                 MOVE "CLE DE CONTROLE FAUSSE - ID D'EXTOURNE"
                    TO WS-EDIT-MESSAGE
                 PERFORM WRITE-EDIT-ERROR
              END-IF
           END-IF
           IF TRANS-RECORD (1:3) = "WOF"
              AND (TRANS-RECORD (4:8) = SPACES
                   OR TRANS-RECORD (12:11) NOT NUMERIC)
              MOVE "PASSAGE EN PERTE SANS NUMERO OU MONTANT"
                 TO WS-EDIT-MESSAGE
              PERFORM WRITE-EDIT-ERROR
           END-IF
           IF TRANS-RECORD (1:3) = "FRM"
              AND (TRANS-RECORD (33:82) = SPACES
                   OR TRANS-RECORD (33:82) = LOW-VALUES)
              MOVE "FORMULE ABSENTE" TO WS-EDIT-MESSAGE
              PERFORM WRITE-EDIT-ERROR
           END-IF.

       EDIT-DETAIL-RECORD.
              MOVE "REFERENCE 2 MAL FORMEE" TO WS-EDIT-MESSAGE
              PERFORM WRITE-EDIT-ERROR
           END-IF
           IF TRANS-NUM1-REF (1:1) = "T"
              MOVE TRANS-NUM1-REF TO WS-CHECK-ID
              CALL "TRANSID_CHECK" USING WS-CHECK-ID,
                                         WS-ID-CHECK-STATUS
              IF WS-ID-CHECK-BAD-DIGIT
                 MOVE "CLE DE CONTROLE FAUSSE - REFERENCE 1"
                    TO WS-EDIT-MESSAGE
                 PERFORM WRITE-EDIT-ERROR
              END-IF
           END-IF
           IF TRANS-NUM2-REF (1:1) = "T"
              MOVE TRANS-NUM2-REF TO WS-CHECK-ID
              CALL "TRANSID_CHECK" USING WS-CHECK-ID,
                                         WS-ID-CHECK-STATUS
              IF WS-ID-CHECK-BAD-DIGIT
                 MOVE "CLE DE CONTROLE FAUSSE - REFERENCE 2"
                    TO WS-EDIT-MESSAGE
                 PERFORM WRITE-EDIT-ERROR
              END-IF
           END-IF
           IF TRANS-OPERATION = "D"
              AND TRANS-NUM2 NUMERIC AND TRANS-NUM2 = 0
              AND (TRANS-NUM2-REF = SPACES
           END-IF
           PERFORM APPLY-ONE-EDIT-RULE
              VARYING WS-RULE-IDX FROM 1 BY 1
              UNTIL WS-RULE-IDX > WS-RULE-USED
           IF WS-WL-USED > 0
              PERFORM SCREEN-RECORD-NAMES
           END-IF.

      * A watchlist hit is not an edit error: MAIN parks the record
      * for compliance on posting.  It is listed here so the operator
      * sees it before the run and counts towards the warning return
      * code only.
       SCREEN-RECORD-NAMES.
           IF WS-ACCT-LOADED AND TRANS-ACCOUNT NOT = SPACES
              AND TRANS-ACCOUNT NOT = LOW-VALUES
              PERFORM LOOKUP-ACCOUNT-ENTRY
              IF WS-ACCT-FOUND
                 MOVE WS-ACCT-TBL-NAME (WS-ACCT-IDX) TO WS-SCREEN-NAME
                 PERFORM SCREEN-ONE-NAME
              END-IF
           END-IF
           IF TRANS-CPTY-NAME NOT = SPACES
              AND TRANS-CPTY-NAME NOT = LOW-VALUES
              MOVE TRANS-CPTY-NAME TO WS-SCREEN-NAME
              PERFORM SCREEN-ONE-NAME
           END-IF.

       SCREEN-ONE-NAME.
           MOVE 0 TO WS-SCREEN-BEST-SCORE
           PERFORM SCREEN-AGAINST-ENTRY
              VARYING WS-WL-IDX FROM 1 BY 1
              UNTIL WS-WL-IDX > WS-WL-USED
           IF WS-SCREEN-BEST-SCORE >= WS-SCREEN-THRESHOLD
              ADD 1 TO WS-SCREEN-COUNT
              MOVE SPACES TO EDIT-REPORT-RECORD
              STRING "ENR. "             DELIMITED BY SIZE
                     WS-RECORD-COUNT     DELIMITED BY SIZE
                     ": FILTRAGE "       DELIMITED BY SIZE
                     FUNCTION TRIM (WS-SCREEN-NAME) DELIMITED BY SIZE
                     " PROCHE DE "       DELIMITED BY SIZE
                     WS-SCREEN-BEST-ID   DELIMITED BY SIZE
                     " SCORE "           DELIMITED BY SIZE
                     WS-SCREEN-BEST-SCORE DELIMITED BY SIZE
                     INTO EDIT-REPORT-RECORD
              END-STRING
              WRITE EDIT-REPORT-RECORD
           END-IF.

       SCREEN-AGAINST-ENTRY.
           MOVE WS-WL-TBL-NAME (WS-WL-IDX) TO WS-SCREEN-LISTED
           CALL "NAME_MATCH" USING WS-SCREEN-NAME, WS-SCREEN-LISTED,
                                   WS-SCREEN-SCORE
           IF WS-SCREEN-SCORE > WS-SCREEN-BEST-SCORE
              MOVE WS-SCREEN-SCORE TO WS-SCREEN-BEST-SCORE
              MOVE WS-WL-TBL-ID (WS-WL-IDX) TO WS-SCREEN-BEST-ID
           END-IF.

       LOAD-WATCHLIST.
           ACCEPT WS-WATCHLIST-FILENAME FROM ENVIRONMENT
                  "WATCHLIST_FILE"
           IF WS-WATCHLIST-FILENAME = SPACES
              MOVE "watchlist.dat" TO WS-WATCHLIST-FILENAME
           END-IF
           ACCEPT WS-SCREEN-THRESHOLD-TEXT FROM ENVIRONMENT
                  "SCREEN_THRESHOLD"
           IF WS-SCREEN-THRESHOLD-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL (WS-SCREEN-THRESHOLD-TEXT)
                 TO WS-SCREEN-THRESHOLD
           END-IF
           MOVE 0 TO WS-WL-USED
           MOVE "N" TO WS-WATCHLIST-EOF-FLAG
           OPEN INPUT WATCHLIST-FILE
           IF WS-WATCHLIST-STATUS = "00"
              PERFORM READ-WATCHLIST-RECORD
              PERFORM LOAD-ONE-WATCHLIST UNTIL WS-WATCHLIST-EOF
                 OR WS-WL-USED >= WS-WL-MAX
              CLOSE WATCHLIST-FILE
           END-IF.

       READ-WATCHLIST-RECORD.
           READ WATCHLIST-FILE
              AT END
                 SET WS-WATCHLIST-EOF TO TRUE
           END-READ.

       LOAD-ONE-WATCHLIST.
           IF WL-NAME NOT = SPACES
              ADD 1 TO WS-WL-USED
              MOVE WL-ID   TO WS-WL-TBL-ID (WS-WL-USED)
              MOVE WL-NAME TO WS-WL-TBL-NAME (WS-WL-USED)
           END-IF
           PERFORM READ-WATCHLIST-RECORD.

      * Business edits arrive as data, in the spirit of the feed
      * mapping file: each RULE line names a field, a condition, a
           PERFORM READ-RULES-RECORD.

      * With no master on site the account field passes untouched;
      * once the master exists, every coded account must be known,
      * must not be closed and must carry valid bank details.
       EDIT-ACCOUNT-FIELD.
           PERFORM LOOKUP-ACCOUNT-ENTRY
           IF NOT WS-ACCT-FOUND
              MOVE "COMPTE INCONNU AU REFERENTIEL"
                 TO WS-EDIT-MESSAGE
              IF WS-ACCT-TBL-STATUS (WS-ACCT-IDX) = "C"
                 MOVE "COMPTE CLOTURE" TO WS-EDIT-MESSAGE
                 PERFORM WRITE-EDIT-ERROR
              ELSE
              IF WS-ACCT-TBL-BANK-STATUS (WS-ACCT-IDX) NOT = 0
                 MOVE "COORDONNEES BANCAIRES INVALIDES"
                    TO WS-EDIT-MESSAGE
                 PERFORM WRITE-EDIT-ERROR
              END-IF
              END-IF
           END-IF.

      * With the keyed account master built by MASTER-LOAD the
      * account is read by key into entry 1 of the table instead of
      * being searched for.
       LOOKUP-ACCOUNT-ENTRY.
           MOVE "N" TO WS-ACCT-FOUND-FLAG
           IF WS-ACCT-KEYED
              CALL "ACCOUNT_KEYED" USING TRANS-ACCOUNT,
                                         WS-ACCT-KEYED-RECORD,
                                         WS-KEYED-STATUS
              IF WS-KEYED-STATUS = 0
                 MOVE 1 TO WS-ACCT-IDX
                 MOVE AX-ACCT-ID TO WS-ACCT-TBL-ID (1)
                 MOVE AX-STATUS TO WS-ACCT-TBL-STATUS (1)
                 MOVE AX-NAME TO WS-ACCT-TBL-NAME (1)
                 MOVE AX-BANK-STATUS TO WS-ACCT-TBL-BANK-STATUS (1)
                 SET WS-ACCT-FOUND TO TRUE
              END-IF
           ELSE
              PERFORM FIND-ACCOUNT-ENTRY
                 VARYING WS-ACCT-IDX FROM 1 BY 1
                 UNTIL WS-ACCT-IDX > WS-ACCT-USED OR WS-ACCT-FOUND
           END-IF.

       FIND-ACCOUNT-ENTRY.
           IF TRANS-ACCOUNT = WS-ACCT-TBL-ID (WS-ACCT-IDX)
              SET WS-ACCT-FOUND TO TRUE
           END-IF
           MOVE 0 TO WS-ACCT-USED
           MOVE "N" TO WS-ACCOUNT-EOF-FLAG
           CALL "MASTER_LOOKUP" USING WS-MASTER-CODE, WS-KEYED-STATUS
           IF WS-KEYED-STATUS = 0
              SET WS-ACCT-KEYED TO TRUE
              SET WS-ACCT-LOADED TO TRUE
           ELSE
              OPEN INPUT ACCOUNT-FILE
              IF WS-ACCOUNT-FILE-STATUS = "00"
                 SET WS-ACCT-LOADED TO TRUE
                 PERFORM READ-ACCOUNT-RECORD
                 PERFORM LOAD-ONE-ACCOUNT UNTIL WS-ACCOUNT-EOF
                    OR WS-ACCT-USED >= WS-ACCT-MAX
                 CLOSE ACCOUNT-FILE
              END-IF
           END-IF.

       READ-ACCOUNT-RECORD.
              ADD 1 TO WS-ACCT-USED
              MOVE ACCT-ID     TO WS-ACCT-TBL-ID (WS-ACCT-USED)
              MOVE ACCT-STATUS TO WS-ACCT-TBL-STATUS (WS-ACCT-USED)
              MOVE ACCT-NAME   TO WS-ACCT-TBL-NAME (WS-ACCT-USED)
              CALL "BANK_ID_CHECK" USING ACCT-IBAN, ACCT-BIC,
                   WS-ACCT-TBL-BANK-STATUS (WS-ACCT-USED)
           END-IF
           PERFORM READ-ACCOUNT-RECORD.

                  WS-ERROR-COUNT          DELIMITED BY SIZE
                  "  AVERTISSEMENTS: "    DELIMITED BY SIZE
                  WS-WARN-COUNT           DELIMITED BY SIZE
                  "  FILTRAGE: "          DELIMITED BY SIZE
                  WS-SCREEN-COUNT         DELIMITED BY SIZE
                  "  TOLERANCE: "         DELIMITED BY SIZE
                  WS-TOLERANCE            DELIMITED BY SIZE
                  INTO EDIT-REPORT-RECORD
