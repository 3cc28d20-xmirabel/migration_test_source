       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUD-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO DYNAMIC WS-RULE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RULE-STATUS.

           SELECT STATS-FILE ASSIGN TO DYNAMIC WS-STATS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATS-STATUS.

           SELECT HIT-FILE ASSIGN TO DYNAMIC WS-HIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIT-STATUS.

           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RULE-FILE.
       01 FRAUD-RULE-RECORD.
           COPY FRDRULE.

       FD STATS-FILE.
       01 FRAUD-STATS-RECORD.
           COPY FRDSTAT.

       FD HIT-FILE.
       01 FRAUD-HIT-RECORD.
           COPY FRDHIT.

       FD HOLD-FILE.
       01 HOLD-RECORD.
          05 HOLD-STATE           PIC X(1).
          05 HOLD-DATE            PIC 9(8).
          05 HOLD-CALC-DATA.
             10 HOLD-TRANS-ID     PIC X(12).
             10 FILLER            PIC X(236).
          05 HOLD-RULE            PIC X(4).

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RULE-FILENAME        PIC X(100)  VALUE "fraud_rules.dat".
       01 WS-RULE-STATUS          PIC X(2).
       01 WS-RULE-EOF-FLAG        PIC X(1)    VALUE "N".
          88 WS-RULE-EOF                      VALUE "Y".
       01 WS-STATS-FILENAME       PIC X(100)  VALUE "fraud_stats.dat".
       01 WS-STATS-STATUS         PIC X(2).
       01 WS-STATS-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-STATS-EOF                     VALUE "Y".
       01 WS-HIT-FILENAME         PIC X(100)  VALUE "fraud_hits.dat".
       01 WS-HIT-STATUS           PIC X(2).
       01 WS-HIT-EOF-FLAG         PIC X(1)    VALUE "N".
          88 WS-HIT-EOF                       VALUE "Y".
       01 WS-HOLD-FILENAME        PIC X(100)  VALUE "hold_queue.dat".
       01 WS-HOLD-STATUS          PIC X(2).
       01 WS-HOLD-EOF-FLAG        PIC X(1)    VALUE "N".
          88 WS-HOLD-EOF                      VALUE "Y".
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-REPORT-DATE          PIC X(8).
       01 WS-REPORT-DATE-NUM      PIC 9(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".

      * One entry per rule on file, plus any rule since taken off
      * the file that still has figures for the day.
       01 WS-RULE-TABLE.
          05 WS-RULE-ENTRY OCCURS 50 TIMES.
             10 WS-RUL-CODE          PIC X(4).
             10 WS-RUL-KIND          PIC X(8).
             10 WS-RUL-DESCRIPTION   PIC X(30).
             10 WS-RUL-EVALUATED     PIC 9(9).
             10 WS-RUL-HITS          PIC 9(9).
             10 WS-RUL-HELD          PIC 9(7).
             10 WS-RUL-RELEASED      PIC 9(7).
             10 WS-RUL-REJECTED      PIC 9(7).
       01 WS-RUL-USED             PIC 9(2)    VALUE 0.
       01 WS-RUL-MAX              PIC 9(2)    VALUE 50.
       01 WS-RUL-IDX              PIC 9(2).
       01 WS-RUL-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-RUL-FOUND                     VALUE "Y".
       01 WS-LOOKUP-RULE          PIC X(4).

      * The day's held results, to be followed to the hold queue.
       01 WS-HIT-TABLE.
          05 WS-HIT-ENTRY OCCURS 5000 TIMES.
             10 WS-HIT-TRANS-ID      PIC X(12).
             10 WS-HIT-RULE-IDX      PIC 9(2).
       01 WS-HIT-USED             PIC 9(4)    VALUE 0.
       01 WS-HIT-MAX              PIC 9(4)    VALUE 5000.
       01 WS-HIT-IDX              PIC 9(4).
       01 WS-HIT-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-HIT-FOUND                     VALUE "Y".

       01 WS-HIT-RATE             PIC 9(3)V99.
       01 WS-FALSE-RATE           PIC 9(3)V99.
       01 WS-RATE-EDIT            PIC ZZ9.99.
       01 WS-FALSE-NUM-EDIT       PIC ZZ9.99.
       01 WS-FALSE-EDIT           PIC X(6).
       01 WS-PENDING              PIC 9(7).
       01 WS-DECIDED              PIC 9(7).
       01 WS-TOTAL-EVALUATED      PIC 9(9)    VALUE 0.
       01 WS-TOTAL-HITS           PIC 9(9)    VALUE 0.
       01 WS-TOTAL-HELD           PIC 9(7)    VALUE 0.
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.

      * Daily fraud rule report: for each behavioural rule MAIN
      * applies before posting, the records it was applied to, its
      * hits and hit rate, and what became of the results it held -
      * released by a supervisor (a false alarm), rejected, or still
      * waiting.  A rule that hits often and is mostly released is
      * set too tight; one that never hits may be set too loose.
      * REPORT_DATE picks the day, the business date by default.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           ACCEPT WS-REPORT-DATE FROM ENVIRONMENT "REPORT_DATE"
           IF WS-REPORT-DATE NOT NUMERIC
              CALL "BUSINESS_DATE" USING WS-REPORT-DATE,
                                         WS-DATE-SOURCE
           END-IF
           MOVE WS-REPORT-DATE TO WS-REPORT-DATE-NUM

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "fraud_report-"  DELIMITED BY SIZE
                  WS-REPORT-DATE   DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING

           IF WS-LOCALE-EN
              DISPLAY "=== Fraud rule hit report: " WS-REPORT-DATE
                      " ==="
           ELSE
              DISPLAY "=== Declenchements des regles de fraude: "
                      WS-REPORT-DATE " ==="
           END-IF

           ACCEPT WS-RULE-FILENAME FROM ENVIRONMENT "FRAUD_RULE_FILE"
           IF WS-RULE-FILENAME = SPACES
              MOVE "fraud_rules.dat" TO WS-RULE-FILENAME
           END-IF
           OPEN INPUT RULE-FILE
           IF WS-RULE-STATUS = "00"
              PERFORM READ-RULE-RECORD
              PERFORM LOAD-ONE-RULE UNTIL WS-RULE-EOF
              CLOSE RULE-FILE
           END-IF

           OPEN INPUT STATS-FILE
           IF WS-STATS-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "No fraud rule statistics on file"
              ELSE
                 DISPLAY "Aucune statistique des regles de fraude"
              END-IF
              MOVE 4 TO WS-RETURN-CODE
           ELSE
              PERFORM READ-STATS-RECORD
              PERFORM TALLY-ONE-STAT UNTIL WS-STATS-EOF
              CLOSE STATS-FILE
           END-IF

           OPEN INPUT HIT-FILE
           IF WS-HIT-STATUS = "00"
              PERFORM READ-HIT-RECORD
              PERFORM NOTE-ONE-HIT UNTIL WS-HIT-EOF
              CLOSE HIT-FILE
           END-IF

           IF WS-HIT-USED > 0
              OPEN INPUT HOLD-FILE
              IF WS-HOLD-STATUS = "00"
                 PERFORM READ-HOLD-RECORD
                 PERFORM FOLLOW-ONE-HOLD UNTIL WS-HOLD-EOF
                 CLOSE HOLD-FILE
              END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "TAUX DE DECLENCHEMENT DES REGLES DE FRAUDE - "
                     DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "REGLE TYPE     APPLIQUES  ALERTES  TAUX%  "
                     DELIMITED BY SIZE
                  "RETENUES LIBEREES REJETEES EN COURS FAUX+%  "
                     DELIMITED BY SIZE
                  "LIBELLE" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM WRITE-ONE-RULE
              VARYING WS-RUL-IDX FROM 1 BY 1
              UNTIL WS-RUL-IDX > WS-RUL-USED
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL           " DELIMITED BY SIZE
                  WS-TOTAL-EVALUATED DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-TOTAL-HITS      DELIMITED BY SIZE
                  "        "         DELIMITED BY SIZE
                  WS-TOTAL-HELD      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE

           IF WS-LOCALE-EN
              DISPLAY "Rules reported: " WS-RUL-USED
                      "  hits: " WS-TOTAL-HITS
                      "  held: " WS-TOTAL-HELD
              DISPLAY "Report written to "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           ELSE
              DISPLAY "Regles: " WS-RUL-USED
                      "  alertes: " WS-TOTAL-HITS
                      "  retenues: " WS-TOTAL-HELD
              DISPLAY "Rapport ecrit dans "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       READ-RULE-RECORD.
           READ RULE-FILE
              AT END
                 SET WS-RULE-EOF TO TRUE
           END-READ.

      * Every rule on file is reported, whatever its scope, so a rule
      * that was not applied on the day shows with nothing against
      * it.
       LOAD-ONE-RULE.
           IF FRAUD-RULE-RECORD (1:1) NOT = "*" AND FR-CODE NOT = SPACES
              MOVE FR-CODE TO WS-LOOKUP-RULE
              PERFORM LOOKUP-RULE-ENTRY
              IF WS-RUL-FOUND
                 MOVE FR-KIND TO WS-RUL-KIND (WS-RUL-IDX)
                 MOVE FR-DESCRIPTION TO WS-RUL-DESCRIPTION (WS-RUL-IDX)
              END-IF
           END-IF
           PERFORM READ-RULE-RECORD.

       LOOKUP-RULE-ENTRY.
           MOVE "N" TO WS-RUL-FOUND-FLAG
           PERFORM FIND-RULE-ENTRY
              VARYING WS-RUL-IDX FROM 1 BY 1
              UNTIL WS-RUL-IDX > WS-RUL-USED OR WS-RUL-FOUND
           IF NOT WS-RUL-FOUND AND WS-RUL-USED < WS-RUL-MAX
              ADD 1 TO WS-RUL-USED
              MOVE WS-RUL-USED TO WS-RUL-IDX
              INITIALIZE WS-RULE-ENTRY (WS-RUL-IDX)
              MOVE WS-LOOKUP-RULE TO WS-RUL-CODE (WS-RUL-IDX)
              MOVE "(REGLE RETIREE DU FICHIER)"
                 TO WS-RUL-DESCRIPTION (WS-RUL-IDX)
              SET WS-RUL-FOUND TO TRUE
           END-IF.

       FIND-RULE-ENTRY.
           IF WS-RUL-CODE (WS-RUL-IDX) = WS-LOOKUP-RULE
              SET WS-RUL-FOUND TO TRUE
              SUBTRACT 1 FROM WS-RUL-IDX
           END-IF.

       READ-STATS-RECORD.
           READ STATS-FILE
              AT END
                 SET WS-STATS-EOF TO TRUE
           END-READ.

       TALLY-ONE-STAT.
           IF FS-DATE NUMERIC AND FS-DATE = WS-REPORT-DATE-NUM
              MOVE FS-RULE TO WS-LOOKUP-RULE
              PERFORM LOOKUP-RULE-ENTRY
              IF WS-RUL-FOUND
                 ADD FS-EVALUATED TO WS-RUL-EVALUATED (WS-RUL-IDX)
                 ADD FS-HITS TO WS-RUL-HITS (WS-RUL-IDX)
              END-IF
           END-IF
           PERFORM READ-STATS-RECORD.

       READ-HIT-RECORD.
           READ HIT-FILE
              AT END
                 SET WS-HIT-EOF TO TRUE
           END-READ.

       NOTE-ONE-HIT.
           IF FH-DATE NUMERIC AND FH-DATE = WS-REPORT-DATE-NUM
              MOVE FH-RULE TO WS-LOOKUP-RULE
              PERFORM LOOKUP-RULE-ENTRY
              IF WS-RUL-FOUND
                 ADD 1 TO WS-RUL-HELD (WS-RUL-IDX)
                 IF WS-HIT-USED < WS-HIT-MAX
                    ADD 1 TO WS-HIT-USED
                    MOVE FH-TRANS-ID TO WS-HIT-TRANS-ID (WS-HIT-USED)
                    MOVE WS-RUL-IDX TO WS-HIT-RULE-IDX (WS-HIT-USED)
                 END-IF
              END-IF
           END-IF
           PERFORM READ-HIT-RECORD.

       READ-HOLD-RECORD.
           READ HOLD-FILE
              AT END
                 SET WS-HOLD-EOF TO TRUE
           END-READ.

      * R released, X rejected; anything else is still waiting.
       FOLLOW-ONE-HOLD.
           IF HOLD-RULE NOT = SPACES
              AND (HOLD-STATE = "R" OR HOLD-STATE = "X")
              MOVE "N" TO WS-HIT-FOUND-FLAG
              PERFORM FIND-HIT-ENTRY
                 VARYING WS-HIT-IDX FROM 1 BY 1
                 UNTIL WS-HIT-IDX > WS-HIT-USED OR WS-HIT-FOUND
              IF WS-HIT-FOUND
                 MOVE WS-HIT-RULE-IDX (WS-HIT-IDX) TO WS-RUL-IDX
                 IF HOLD-STATE = "R"
                    ADD 1 TO WS-RUL-RELEASED (WS-RUL-IDX)
                 ELSE
                    ADD 1 TO WS-RUL-REJECTED (WS-RUL-IDX)
                 END-IF
              END-IF
           END-IF
           PERFORM READ-HOLD-RECORD.

       FIND-HIT-ENTRY.
           IF WS-HIT-TRANS-ID (WS-HIT-IDX) = HOLD-TRANS-ID
              SET WS-HIT-FOUND TO TRUE
              SUBTRACT 1 FROM WS-HIT-IDX
           END-IF.

      * The false alarm rate is the share of decided holds that the
      * supervisor released; it is blank until one is decided.
       WRITE-ONE-RULE.
           IF WS-RUL-EVALUATED (WS-RUL-IDX) > 0
              COMPUTE WS-HIT-RATE ROUNDED =
                 WS-RUL-HITS (WS-RUL-IDX) * 100
                 / WS-RUL-EVALUATED (WS-RUL-IDX)
           ELSE
              MOVE 0 TO WS-HIT-RATE
           END-IF
           MOVE WS-HIT-RATE TO WS-RATE-EDIT
           COMPUTE WS-DECIDED = WS-RUL-RELEASED (WS-RUL-IDX)
                              + WS-RUL-REJECTED (WS-RUL-IDX)
           IF WS-DECIDED > 0
              COMPUTE WS-FALSE-RATE ROUNDED =
                 WS-RUL-RELEASED (WS-RUL-IDX) * 100 / WS-DECIDED
              MOVE WS-FALSE-RATE TO WS-FALSE-NUM-EDIT
              MOVE WS-FALSE-NUM-EDIT TO WS-FALSE-EDIT
           ELSE
              MOVE "     -" TO WS-FALSE-EDIT
           END-IF
           COMPUTE WS-PENDING = WS-RUL-HELD (WS-RUL-IDX) - WS-DECIDED
           ADD WS-RUL-EVALUATED (WS-RUL-IDX) TO WS-TOTAL-EVALUATED
           ADD WS-RUL-HITS (WS-RUL-IDX) TO WS-TOTAL-HITS
           ADD WS-RUL-HELD (WS-RUL-IDX) TO WS-TOTAL-HELD
           MOVE SPACES TO REPORT-RECORD
           STRING WS-RUL-CODE (WS-RUL-IDX)        DELIMITED BY SIZE
                  "  "                            DELIMITED BY SIZE
                  WS-RUL-KIND (WS-RUL-IDX)        DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-RUL-EVALUATED (WS-RUL-IDX)   DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-RUL-HITS (WS-RUL-IDX)        DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-RATE-EDIT                    DELIMITED BY SIZE
                  "  "                            DELIMITED BY SIZE
                  WS-RUL-HELD (WS-RUL-IDX)        DELIMITED BY SIZE
                  "  "                            DELIMITED BY SIZE
                  WS-RUL-RELEASED (WS-RUL-IDX)    DELIMITED BY SIZE
                  "  "                            DELIMITED BY SIZE
                  WS-RUL-REJECTED (WS-RUL-IDX)    DELIMITED BY SIZE
                  "  "                            DELIMITED BY SIZE
                  WS-PENDING                      DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-FALSE-EDIT                   DELIMITED BY SIZE
                  "  "                            DELIMITED BY SIZE
                  WS-RUL-DESCRIPTION (WS-RUL-IDX) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      * SANDBOX_DIR reroutes every data file the program touches
      * into a rehearsal directory: operations copy the production
      * data there, run the whole suite against the copy and throw
      * the directory away afterwards.  The launch directory is kept
      * so sibling programs can still be invoked from it.
       ENTER-SANDBOX-DIR.
           ACCEPT WS-SANDBOX-DIR FROM ENVIRONMENT "SANDBOX_DIR"
           IF WS-SANDBOX-DIR NOT = SPACES
              ACCEPT WS-LAUNCH-DIR FROM ENVIRONMENT "PWD"
              CALL "CBL_CHANGE_DIR" USING WS-SANDBOX-DIR
                  RETURNING WS-SANDBOX-RC
              IF WS-SANDBOX-RC NOT = 0
                 DISPLAY "ERREUR: repertoire bac a sable "
                         "inaccessible: "
                         FUNCTION TRIM (WS-SANDBOX-DIR)
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

       END PROGRAM FRAUD-REPORT.
