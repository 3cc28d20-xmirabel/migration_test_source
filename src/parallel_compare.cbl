       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARALLEL-COMPARE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT BALANCE-FILE ASSIGN TO DYNAMIC WS-BALANCE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY CALCREC.

       FD BALANCE-FILE.
       01 BALANCE-RECORD.
          05 BAL-USER             PIC X(30).
          05 FILLER               PIC X(1).
          05 BAL-CURRENT          PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 BAL-MTD              PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 BAL-YTD              PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 BAL-LAST-ACTIVITY    PIC 9(8).
          05 FILLER               PIC X(1).
          05 BAL-MONTH            PIC 9(6).

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.
       01 WS-TODAY                PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1).
       01 WS-AUDIT-FILENAME       PIC X(160).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-AUDIT-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-AUDIT-EOF                     VALUE "Y".
       01 WS-BALANCE-FILENAME     PIC X(160).
       01 WS-BALANCE-STATUS       PIC X(2).
       01 WS-BALANCE-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-BALANCE-EOF                   VALUE "Y".
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).

      * The two sides: a directory (production is the current one,
      * a rehearsal its SANDBOX_DIR copy) and optionally a run ID
      * restricting the audit records to that run.  A run ID carries
      * its business date in positions 2 to 9.
       01 WS-LEFT-DIR             PIC X(100)  VALUE ".".
       01 WS-RIGHT-DIR            PIC X(100)  VALUE ".".
       01 WS-LEFT-RUN             PIC X(15)   VALUE SPACES.
       01 WS-RIGHT-RUN            PIC X(15)   VALUE SPACES.
       01 WS-LEFT-DATE            PIC X(8).
       01 WS-RIGHT-DATE           PIC X(8).
       01 WS-COMPARE-DATE         PIC X(8)    VALUE SPACES.
       01 WS-AUDIT-SUFFIX         PIC X(10)   VALUE SPACES.
       01 WS-SIDE-DIR             PIC X(100).
       01 WS-SIDE-RUN             PIC X(15).
       01 WS-SIDE-DATE            PIC X(8).
       01 WS-SIDE-FLAG            PIC X(1).
          88 WS-SIDE-LEFT                     VALUE "L".
          88 WS-SIDE-RIGHT                    VALUE "R".

      * Tolerances absorb expected rounding noise; a difference no
      * larger than the tolerance is not reported.
       01 WS-TOLERANCE-TEXT       PIC X(20).
       01 WS-TOL-RESULT           PIC 9(7)V99 VALUE 0.
       01 WS-TOL-TAX              PIC 9(7)V99 VALUE 0.
       01 WS-TOL-CONVERTED        PIC 9(7)V99 VALUE 0.
       01 WS-TOL-BALANCE          PIC 9(7)V99 VALUE 0.

       01 WS-CMP-TABLE.
          05 WS-CMP-ENTRY OCCURS 5000 TIMES.
             10 WS-CMP-TRANS-ID   PIC X(12).
             10 WS-CMP-RESULT     PIC S9(11)V99.
             10 WS-CMP-TAX        PIC S9(11)V99.
             10 WS-CMP-CONVERTED  PIC S9(11)V99.
             10 WS-CMP-ACCOUNT    PIC X(10).
             10 WS-CMP-STATUS     PIC 9(2).
             10 WS-CMP-MATCHED    PIC X(1).
       01 WS-CMP-USED             PIC 9(5)    VALUE 0.
       01 WS-CMP-MAX              PIC 9(5)    VALUE 5000.
       01 WS-CMP-IDX              PIC 9(5).
       01 WS-CMP-HIT              PIC 9(5)    VALUE 0.

       01 WS-BAL-TABLE.
          05 WS-BALT-ENTRY OCCURS 500 TIMES.
             10 WS-BALT-USER      PIC X(30).
             10 WS-BALT-CURRENT   PIC S9(11)V99.
             10 WS-BALT-MATCHED   PIC X(1).
       01 WS-BALT-USED            PIC 9(3)    VALUE 0.
       01 WS-BALT-MAX             PIC 9(3)    VALUE 500.
       01 WS-BALT-IDX             PIC 9(3).
       01 WS-BALT-HIT             PIC 9(3)    VALUE 0.
       01 WS-BALANCE-COMPARED-FLAG PIC X(1)   VALUE "N".
          88 WS-BALANCE-COMPARED              VALUE "Y".

       01 WS-LEFT-COUNT           PIC 9(7)    VALUE 0.
       01 WS-RIGHT-COUNT          PIC 9(7)    VALUE 0.
       01 WS-MATCH-COUNT          PIC 9(7)    VALUE 0.
       01 WS-DIFF-RECORDS         PIC 9(7)    VALUE 0.
       01 WS-DIFF-FIELDS          PIC 9(7)    VALUE 0.
       01 WS-LEFT-ONLY            PIC 9(7)    VALUE 0.
       01 WS-RIGHT-ONLY           PIC 9(7)    VALUE 0.
       01 WS-BAL-DIFFS            PIC 9(5)    VALUE 0.
       01 WS-RECORD-DIFF-FLAG     PIC X(1)    VALUE "N".
          88 WS-RECORD-DIFFERS                VALUE "Y".

       01 WS-DIFF-KEY             PIC X(30).
       01 WS-DIFF-FIELD           PIC X(10).
       01 WS-DIFF-LEFT            PIC X(16).
       01 WS-DIFF-RIGHT           PIC X(16).
       01 WS-DIFF-GAP             PIC X(16).
       01 WS-DELTA                PIC S9(11)V99.
       01 WS-AMOUNT-EDIT          PIC -(11)9.99.
       01 WS-STATUS-EDIT          PIC Z9.
       01 WS-LEFT-AMOUNT          PIC S9(11)V99.
       01 WS-RIGHT-AMOUNT         PIC S9(11)V99.
       01 WS-FIELD-TOLERANCE      PIC 9(7)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           CALL "BUSINESS_DATE" USING WS-TODAY, WS-DATE-SOURCE

           ACCEPT WS-LEFT-DIR FROM ENVIRONMENT "CMP_LEFT_DIR"
           IF WS-LEFT-DIR = SPACES
              MOVE "." TO WS-LEFT-DIR
           END-IF
           ACCEPT WS-RIGHT-DIR FROM ENVIRONMENT "CMP_RIGHT_DIR"
           IF WS-RIGHT-DIR = SPACES
              MOVE "." TO WS-RIGHT-DIR
           END-IF
           ACCEPT WS-LEFT-RUN FROM ENVIRONMENT "CMP_LEFT_RUN"
           ACCEPT WS-RIGHT-RUN FROM ENVIRONMENT "CMP_RIGHT_RUN"
           ACCEPT WS-AUDIT-SUFFIX FROM ENVIRONMENT "CMP_AUDIT_SUFFIX"
           ACCEPT WS-COMPARE-DATE FROM ENVIRONMENT "CMP_DATE"
           IF WS-COMPARE-DATE NOT NUMERIC
              MOVE WS-TODAY TO WS-COMPARE-DATE
           END-IF
           MOVE WS-COMPARE-DATE TO WS-LEFT-DATE
           MOVE WS-COMPARE-DATE TO WS-RIGHT-DATE
           IF WS-LEFT-RUN (2:8) NUMERIC
              MOVE WS-LEFT-RUN (2:8) TO WS-LEFT-DATE
           END-IF
           IF WS-RIGHT-RUN (2:8) NUMERIC
              MOVE WS-RIGHT-RUN (2:8) TO WS-RIGHT-DATE
           END-IF

           ACCEPT WS-TOLERANCE-TEXT FROM ENVIRONMENT "CMP_TOL_RESULT"
           IF WS-TOLERANCE-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL (WS-TOLERANCE-TEXT) TO WS-TOL-RESULT
           END-IF
           MOVE SPACES TO WS-TOLERANCE-TEXT
           ACCEPT WS-TOLERANCE-TEXT FROM ENVIRONMENT "CMP_TOL_TAX"
           IF WS-TOLERANCE-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL (WS-TOLERANCE-TEXT) TO WS-TOL-TAX
           END-IF
           MOVE SPACES TO WS-TOLERANCE-TEXT
           ACCEPT WS-TOLERANCE-TEXT FROM ENVIRONMENT "CMP_TOL_CONVERTED"
           IF WS-TOLERANCE-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL (WS-TOLERANCE-TEXT)
                 TO WS-TOL-CONVERTED
           END-IF
           MOVE SPACES TO WS-TOLERANCE-TEXT
           ACCEPT WS-TOLERANCE-TEXT FROM ENVIRONMENT "CMP_TOL_BALANCE"
           IF WS-TOLERANCE-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL (WS-TOLERANCE-TEXT)
                 TO WS-TOL-BALANCE
           END-IF

           IF WS-LEFT-DIR = WS-RIGHT-DIR AND WS-LEFT-RUN = WS-RIGHT-RUN
              IF WS-LOCALE-EN
                 DISPLAY "Error: both sides are the same - give "
                         "CMP_RIGHT_DIR or two run IDs"
              ELSE
                 DISPLAY "Erreur: les deux cotes sont identiques - "
                         "indiquer CMP_RIGHT_DIR ou deux traitements"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "compare_report-" DELIMITED BY SIZE
                  WS-RIGHT-DATE     DELIMITED BY SIZE
                  ".txt"            DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           SET WS-SIDE-LEFT TO TRUE
           MOVE WS-LEFT-DIR TO WS-SIDE-DIR
           MOVE WS-LEFT-RUN TO WS-SIDE-RUN
           MOVE WS-LEFT-DATE TO WS-SIDE-DATE
           PERFORM OPEN-SIDE-AUDIT
           IF WS-RETURN-CODE < 12
              PERFORM READ-AUDIT-RECORD
              PERFORM LOAD-LEFT-RECORD UNTIL WS-AUDIT-EOF
              CLOSE AUDIT-FILE
              SET WS-SIDE-RIGHT TO TRUE
              MOVE WS-RIGHT-DIR TO WS-SIDE-DIR
              MOVE WS-RIGHT-RUN TO WS-SIDE-RUN
              MOVE WS-RIGHT-DATE TO WS-SIDE-DATE
              PERFORM OPEN-SIDE-AUDIT
           END-IF
           IF WS-RETURN-CODE < 12
              PERFORM READ-AUDIT-RECORD
              PERFORM MATCH-RIGHT-RECORD UNTIL WS-AUDIT-EOF
              CLOSE AUDIT-FILE
              PERFORM REPORT-LEFT-ONLY
                 VARYING WS-CMP-IDX FROM 1 BY 1
                 UNTIL WS-CMP-IDX > WS-CMP-USED
              IF WS-LEFT-DIR NOT = WS-RIGHT-DIR
                 PERFORM COMPARE-BALANCE-MASTERS
              END-IF
              PERFORM WRITE-REPORT-SUMMARY
              IF WS-DIFF-RECORDS > 0 OR WS-LEFT-ONLY > 0
                 OR WS-RIGHT-ONLY > 0 OR WS-BAL-DIFFS > 0
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF
           CLOSE REPORT-FILE

           IF WS-LOCALE-EN
              DISPLAY "=== Parallel-run comparison ==="
              DISPLAY "Left records:     " WS-LEFT-COUNT
              DISPLAY "Right records:    " WS-RIGHT-COUNT
              DISPLAY "Matched:          " WS-MATCH-COUNT
              DISPLAY "With differences: " WS-DIFF-RECORDS
                      " (" WS-DIFF-FIELDS " fields)"
              DISPLAY "Left only:        " WS-LEFT-ONLY
              DISPLAY "Right only:       " WS-RIGHT-ONLY
              IF WS-BALANCE-COMPARED
                 DISPLAY "Balance gaps:     " WS-BAL-DIFFS
              END-IF
              DISPLAY "Report: " FUNCTION TRIM (WS-REPORT-FILENAME)
           ELSE
              DISPLAY "=== Comparaison de traitements paralleles ==="
              DISPLAY "Enreg. gauche:    " WS-LEFT-COUNT
              DISPLAY "Enreg. droite:    " WS-RIGHT-COUNT
              DISPLAY "Apparies:         " WS-MATCH-COUNT
              DISPLAY "Avec ecarts:      " WS-DIFF-RECORDS
                      " (" WS-DIFF-FIELDS " champs)"
              DISPLAY "Gauche seulement: " WS-LEFT-ONLY
              DISPLAY "Droite seulement: " WS-RIGHT-ONLY
              IF WS-BALANCE-COMPARED
                 DISPLAY "Ecarts de soldes: " WS-BAL-DIFFS
              END-IF
              DISPLAY "Rapport: " FUNCTION TRIM (WS-REPORT-FILENAME)
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING "COMPARAISON DE TRAITEMENTS PARALLELES - GAUCHE: "
                                            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LEFT-DIR) DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-LEFT-DATE              DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-LEFT-RUN               DELIMITED BY SPACE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "                                        DROITE: "
                                            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RIGHT-DIR) DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-RIGHT-DATE             DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-RIGHT-RUN              DELIMITED BY SPACE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "TYPE         CLE                            CHAMP     "
              & "        GAUCHE           DROITE            ECART"
              TO REPORT-RECORD
           WRITE REPORT-RECORD.

       OPEN-SIDE-AUDIT.
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING FUNCTION TRIM (WS-SIDE-DIR) DELIMITED BY SIZE
                  "/audit-"                  DELIMITED BY SIZE
                  WS-SIDE-DATE               DELIMITED BY SIZE
                  WS-AUDIT-SUFFIX            DELIMITED BY SPACE
                  ".log"                     DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME
           END-STRING
           MOVE "N" TO WS-AUDIT-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "Error: audit file not found: "
                         FUNCTION TRIM (WS-AUDIT-FILENAME)
              ELSE
                 DISPLAY "Erreur: fichier d'audit introuvable: "
                         FUNCTION TRIM (WS-AUDIT-FILENAME)
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 SET WS-AUDIT-EOF TO TRUE
           END-READ.

       LOAD-LEFT-RECORD.
           IF WS-SIDE-RUN = SPACES OR CALC-REC-RUN-ID = WS-SIDE-RUN
              ADD 1 TO WS-LEFT-COUNT
              IF WS-CMP-USED >= WS-CMP-MAX
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
              ADD 1 TO WS-CMP-USED
              MOVE CALC-REC-TRANS-ID  TO WS-CMP-TRANS-ID (WS-CMP-USED)
              MOVE CALC-REC-RESULT    TO WS-CMP-RESULT (WS-CMP-USED)
              MOVE CALC-REC-TAX-AMOUNT TO WS-CMP-TAX (WS-CMP-USED)
              MOVE CALC-REC-CONVERTED TO WS-CMP-CONVERTED (WS-CMP-USED)
              MOVE CALC-REC-ACCOUNT   TO WS-CMP-ACCOUNT (WS-CMP-USED)
              MOVE CALC-REC-STATUS    TO WS-CMP-STATUS (WS-CMP-USED)
              MOVE "N"                TO WS-CMP-MATCHED (WS-CMP-USED)
           END-IF
           PERFORM READ-AUDIT-RECORD.

       MATCH-RIGHT-RECORD.
           IF WS-SIDE-RUN = SPACES OR CALC-REC-RUN-ID = WS-SIDE-RUN
              ADD 1 TO WS-RIGHT-COUNT
              MOVE 0 TO WS-CMP-HIT
              PERFORM FIND-LEFT-ENTRY
                 VARYING WS-CMP-IDX FROM 1 BY 1
                 UNTIL WS-CMP-IDX > WS-CMP-USED OR WS-CMP-HIT > 0
              IF WS-CMP-HIT = 0
                 ADD 1 TO WS-RIGHT-ONLY
                 MOVE "DROITE SEUL" TO REPORT-RECORD
                 MOVE CALC-REC-TRANS-ID TO REPORT-RECORD (14:12)
                 WRITE REPORT-RECORD
              ELSE
                 ADD 1 TO WS-MATCH-COUNT
                 MOVE "Y" TO WS-CMP-MATCHED (WS-CMP-HIT)
                 PERFORM COMPARE-MATCHED-RECORD
              END-IF
           END-IF
           PERFORM READ-AUDIT-RECORD.

       FIND-LEFT-ENTRY.
           IF WS-CMP-TRANS-ID (WS-CMP-IDX) = CALC-REC-TRANS-ID
              AND WS-CMP-MATCHED (WS-CMP-IDX) = "N"
              MOVE WS-CMP-IDX TO WS-CMP-HIT
           END-IF.

       COMPARE-MATCHED-RECORD.
           MOVE "N" TO WS-RECORD-DIFF-FLAG
           MOVE CALC-REC-TRANS-ID TO WS-DIFF-KEY

           MOVE "RESULTAT" TO WS-DIFF-FIELD
           MOVE WS-CMP-RESULT (WS-CMP-HIT) TO WS-LEFT-AMOUNT
           MOVE CALC-REC-RESULT TO WS-RIGHT-AMOUNT
           MOVE WS-TOL-RESULT TO WS-FIELD-TOLERANCE
           PERFORM COMPARE-AMOUNT

           MOVE "TAXE" TO WS-DIFF-FIELD
           MOVE WS-CMP-TAX (WS-CMP-HIT) TO WS-LEFT-AMOUNT
           MOVE CALC-REC-TAX-AMOUNT TO WS-RIGHT-AMOUNT
           MOVE WS-TOL-TAX TO WS-FIELD-TOLERANCE
           PERFORM COMPARE-AMOUNT

           MOVE "CONVERTI" TO WS-DIFF-FIELD
           MOVE WS-CMP-CONVERTED (WS-CMP-HIT) TO WS-LEFT-AMOUNT
           MOVE CALC-REC-CONVERTED TO WS-RIGHT-AMOUNT
           MOVE WS-TOL-CONVERTED TO WS-FIELD-TOLERANCE
           PERFORM COMPARE-AMOUNT

           IF WS-CMP-ACCOUNT (WS-CMP-HIT) NOT = CALC-REC-ACCOUNT
              MOVE "COMPTE" TO WS-DIFF-FIELD
              MOVE WS-CMP-ACCOUNT (WS-CMP-HIT) TO WS-DIFF-LEFT
              MOVE CALC-REC-ACCOUNT TO WS-DIFF-RIGHT
              MOVE SPACES TO WS-DIFF-GAP
              PERFORM WRITE-DIFF-LINE
           END-IF

           IF WS-CMP-STATUS (WS-CMP-HIT) NOT = CALC-REC-STATUS
              MOVE "STATUT" TO WS-DIFF-FIELD
              MOVE WS-CMP-STATUS (WS-CMP-HIT) TO WS-STATUS-EDIT
              MOVE WS-STATUS-EDIT TO WS-DIFF-LEFT
              MOVE CALC-REC-STATUS TO WS-STATUS-EDIT
              MOVE WS-STATUS-EDIT TO WS-DIFF-RIGHT
              MOVE SPACES TO WS-DIFF-GAP
              PERFORM WRITE-DIFF-LINE
           END-IF

           IF WS-RECORD-DIFFERS
              ADD 1 TO WS-DIFF-RECORDS
           END-IF.

       COMPARE-AMOUNT.
           COMPUTE WS-DELTA = WS-RIGHT-AMOUNT - WS-LEFT-AMOUNT
           IF WS-DELTA > WS-FIELD-TOLERANCE
              OR (0 - WS-DELTA) > WS-FIELD-TOLERANCE
              MOVE WS-LEFT-AMOUNT TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO WS-DIFF-LEFT
              MOVE WS-RIGHT-AMOUNT TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO WS-DIFF-RIGHT
              MOVE WS-DELTA TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO WS-DIFF-GAP
              PERFORM WRITE-DIFF-LINE
           END-IF.

       WRITE-DIFF-LINE.
           SET WS-RECORD-DIFFERS TO TRUE
           IF NOT WS-BALANCE-COMPARED
              ADD 1 TO WS-DIFF-FIELDS
           END-IF
           MOVE SPACES TO REPORT-RECORD
           MOVE "ECART"        TO REPORT-RECORD (1:12)
           MOVE WS-DIFF-KEY    TO REPORT-RECORD (14:30)
           MOVE WS-DIFF-FIELD  TO REPORT-RECORD (45:10)
           MOVE WS-DIFF-LEFT   TO REPORT-RECORD (56:16)
           MOVE WS-DIFF-RIGHT  TO REPORT-RECORD (73:16)
           MOVE WS-DIFF-GAP    TO REPORT-RECORD (90:16)
           WRITE REPORT-RECORD.

       REPORT-LEFT-ONLY.
           IF WS-CMP-MATCHED (WS-CMP-IDX) = "N"
              ADD 1 TO WS-LEFT-ONLY
              MOVE "GAUCHE SEUL" TO REPORT-RECORD
              MOVE WS-CMP-TRANS-ID (WS-CMP-IDX)
                 TO REPORT-RECORD (14:12)
              WRITE REPORT-RECORD
           END-IF.

      * The balance masters of the two directories are compared by
      * user on the current balance; run IDs within one directory
      * share a single master, so there is nothing to compare there.
       COMPARE-BALANCE-MASTERS.
           MOVE SPACES TO WS-BALANCE-FILENAME
           STRING FUNCTION TRIM (WS-LEFT-DIR) DELIMITED BY SIZE
                  "/balance_master.dat"      DELIMITED BY SIZE
                  INTO WS-BALANCE-FILENAME
           END-STRING
           MOVE "N" TO WS-BALANCE-EOF-FLAG
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS = "00"
              PERFORM READ-BALANCE-RECORD
              PERFORM LOAD-LEFT-BALANCE UNTIL WS-BALANCE-EOF
              CLOSE BALANCE-FILE
              MOVE SPACES TO WS-BALANCE-FILENAME
              STRING FUNCTION TRIM (WS-RIGHT-DIR) DELIMITED BY SIZE
                     "/balance_master.dat"       DELIMITED BY SIZE
                     INTO WS-BALANCE-FILENAME
              END-STRING
              MOVE "N" TO WS-BALANCE-EOF-FLAG
              OPEN INPUT BALANCE-FILE
              IF WS-BALANCE-STATUS = "00"
                 SET WS-BALANCE-COMPARED TO TRUE
                 PERFORM READ-BALANCE-RECORD
                 PERFORM MATCH-RIGHT-BALANCE UNTIL WS-BALANCE-EOF
                 CLOSE BALANCE-FILE
                 PERFORM REPORT-LEFT-ONLY-BALANCE
                    VARYING WS-BALT-IDX FROM 1 BY 1
                    UNTIL WS-BALT-IDX > WS-BALT-USED
              END-IF
           END-IF.

       READ-BALANCE-RECORD.
           READ BALANCE-FILE
              AT END
                 SET WS-BALANCE-EOF TO TRUE
           END-READ.

       LOAD-LEFT-BALANCE.
           IF WS-BALT-USED >= WS-BALT-MAX
              PERFORM ABEND-TABLE-OVERFLOW
           END-IF
           ADD 1 TO WS-BALT-USED
           MOVE BAL-USER    TO WS-BALT-USER (WS-BALT-USED)
           MOVE BAL-CURRENT TO WS-BALT-CURRENT (WS-BALT-USED)
           MOVE "N"         TO WS-BALT-MATCHED (WS-BALT-USED)
           PERFORM READ-BALANCE-RECORD.

       MATCH-RIGHT-BALANCE.
           MOVE 0 TO WS-BALT-HIT
           PERFORM FIND-LEFT-BALANCE
              VARYING WS-BALT-IDX FROM 1 BY 1
              UNTIL WS-BALT-IDX > WS-BALT-USED OR WS-BALT-HIT > 0
           MOVE "N" TO WS-RECORD-DIFF-FLAG
           MOVE BAL-USER TO WS-DIFF-KEY
           MOVE "SOLDE" TO WS-DIFF-FIELD
           MOVE BAL-CURRENT TO WS-RIGHT-AMOUNT
           IF WS-BALT-HIT = 0
              MOVE 0 TO WS-LEFT-AMOUNT
           ELSE
              MOVE "Y" TO WS-BALT-MATCHED (WS-BALT-HIT)
              MOVE WS-BALT-CURRENT (WS-BALT-HIT) TO WS-LEFT-AMOUNT
           END-IF
           MOVE WS-TOL-BALANCE TO WS-FIELD-TOLERANCE
           PERFORM COMPARE-AMOUNT
           IF WS-RECORD-DIFFERS
              ADD 1 TO WS-BAL-DIFFS
           END-IF
           PERFORM READ-BALANCE-RECORD.

       FIND-LEFT-BALANCE.
           IF WS-BALT-USER (WS-BALT-IDX) = BAL-USER
              MOVE WS-BALT-IDX TO WS-BALT-HIT
           END-IF.

       REPORT-LEFT-ONLY-BALANCE.
           IF WS-BALT-MATCHED (WS-BALT-IDX) = "N"
              MOVE "N" TO WS-RECORD-DIFF-FLAG
              MOVE WS-BALT-USER (WS-BALT-IDX) TO WS-DIFF-KEY
              MOVE "SOLDE" TO WS-DIFF-FIELD
              MOVE WS-BALT-CURRENT (WS-BALT-IDX) TO WS-LEFT-AMOUNT
              MOVE 0 TO WS-RIGHT-AMOUNT
              MOVE WS-TOL-BALANCE TO WS-FIELD-TOLERANCE
              PERFORM COMPARE-AMOUNT
              IF WS-RECORD-DIFFERS
                 ADD 1 TO WS-BAL-DIFFS
              END-IF
           END-IF.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ENREG. GAUCHE: "  DELIMITED BY SIZE
                  WS-LEFT-COUNT      DELIMITED BY SIZE
                  "  DROITE: "       DELIMITED BY SIZE
                  WS-RIGHT-COUNT     DELIMITED BY SIZE
                  "  APPARIES: "     DELIMITED BY SIZE
                  WS-MATCH-COUNT     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "AVEC ECARTS: "    DELIMITED BY SIZE
                  WS-DIFF-RECORDS    DELIMITED BY SIZE
                  "  CHAMPS: "       DELIMITED BY SIZE
                  WS-DIFF-FIELDS     DELIMITED BY SIZE
                  "  GAUCHE SEUL: "  DELIMITED BY SIZE
                  WS-LEFT-ONLY       DELIMITED BY SIZE
                  "  DROITE SEUL: "  DELIMITED BY SIZE
                  WS-RIGHT-ONLY      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-BALANCE-COMPARED
              MOVE SPACES TO REPORT-RECORD
              STRING "ECARTS DE SOLDES: " DELIMITED BY SIZE
                     WS-BAL-DIFFS         DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF.

       ABEND-TABLE-OVERFLOW.
           IF WS-LOCALE-EN
              DISPLAY "ABEND: comparison table overflow - "
                      "compare by entity or run"
           ELSE
              DISPLAY "ARRET: debordement de la table de comparaison "
                      "- comparer par entite ou par traitement"
           END-IF
           MOVE 16 TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

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

       END PROGRAM PARALLEL-COMPARE.
