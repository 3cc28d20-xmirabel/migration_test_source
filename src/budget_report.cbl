       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO DYNAMIC WS-BUDGET-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUDGET-STATUS.

           SELECT COA-FILE ASSIGN TO DYNAMIC WS-COA-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COA-STATUS.

           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One line per entity, department and GL account for a year,
      * with the twelve monthly amounts as finance keys them in.
       FD BUDGET-FILE.
       01 BUDGET-RECORD.
          05 BUD-ENTITY           PIC X(3).
          05 FILLER               PIC X(1).
          05 BUD-DEPARTMENT       PIC X(10).
          05 FILLER               PIC X(1).
          05 BUD-ACCOUNT          PIC X(4).
          05 FILLER               PIC X(1).
          05 BUD-YEAR             PIC X(4).
          05 BUD-MONTH-AMOUNTS OCCURS 12 TIMES.
             10 FILLER            PIC X(1).
             10 BUD-AMOUNT-TEXT   PIC X(12).

       FD COA-FILE.
       01 COA-RECORD.
          05 COA-OPERATION        PIC X(1).
          05 FILLER               PIC X(1).
          05 COA-ENTITY           PIC X(3).
          05 FILLER               PIC X(1).
          05 COA-TAX              PIC X(3).
          05 FILLER               PIC X(1).
          05 COA-ACCOUNT          PIC X(4).
          05 FILLER               PIC X(1).
          05 COA-COST-CENTER      PIC X(6).
          05 FILLER               PIC X(1).
          05 COA-CONTRA           PIC X(4).

       FD LEDGER-FILE.
       01 LEDGER-RECORD.
          05 LEDG-DATE            PIC X(8).
          05 FILLER               PIC X(1).
          05 LEDG-COUNT           PIC X(7).
          05 FILLER               PIC X(1).
          05 LEDG-AMOUNT          PIC X(16).
          05 FILLER               PIC X(1).
          05 LEDG-RECON           PIC X(8).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY CALCREC.

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(144).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-MONTH         PIC X(6).
       01 WS-REPORT-YEAR          PIC X(4).
       01 WS-REPORT-MM            PIC 9(2).
       01 WS-BUSINESS-DATE        PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-BUDGET-FILENAME      PIC X(100)  VALUE "budget_master.dat".
       01 WS-BUDGET-STATUS        PIC X(2).
       01 WS-BUDGET-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-BUDGET-EOF                    VALUE "Y".
       01 WS-COA-FILENAME         PIC X(100)  VALUE "coa_mapping.dat".
       01 WS-COA-STATUS           PIC X(2).
       01 WS-COA-EOF-FLAG         PIC X(1)    VALUE "N".
          88 WS-COA-EOF                       VALUE "Y".
       01 WS-LEDGER-FILENAME      PIC X(100)  VALUE "eod_ledger.log".
       01 WS-LEDGER-STATUS        PIC X(2).
       01 WS-LEDGER-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-LEDGER-EOF                    VALUE "Y".
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-AUDIT-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-AUDIT-EOF                     VALUE "Y".
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).

      * Budget lines for the report year.  Actuals that land on a
      * combination nobody budgeted get a line of their own, with a
      * zero budget, so the spend is still visible.
       01 WS-BUD-TABLE.
          05 WS-BUD-ENTRY OCCURS 300 TIMES.
             10 WS-BUD-ENT           PIC X(3).
             10 WS-BUD-DEPT          PIC X(10).
             10 WS-BUD-ACCT          PIC X(4).
             10 WS-BUD-MTD-BUDGET    PIC S9(13)V99.
             10 WS-BUD-YTD-BUDGET    PIC S9(13)V99.
             10 WS-BUD-YEAR-BUDGET   PIC S9(13)V99.
             10 WS-BUD-MTD-ACTUAL    PIC S9(13)V99.
             10 WS-BUD-YTD-ACTUAL    PIC S9(13)V99.
             10 WS-BUD-KEYED-FLAG    PIC X(1).
                88 WS-BUD-KEYED                 VALUE "Y".
       01 WS-BUD-USED             PIC 9(3)    VALUE 0.
       01 WS-BUD-MAX              PIC 9(3)    VALUE 300.
       01 WS-BUD-IDX              PIC 9(3).
       01 WS-BUD-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-BUD-FOUND                     VALUE "Y".
       01 WS-BUD-MONTH            PIC 9(2).
       01 WS-BUD-AMOUNT           PIC S9(13)V99.
       01 WS-BUD-DUPLICATES       PIC 9(5)    VALUE 0.
       01 WS-BUD-OVERFLOW-FLAG    PIC X(1)    VALUE "N".
          88 WS-BUD-OVERFLOW                  VALUE "Y".

       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 100 TIMES.
             10 WS-DEPT-ENT          PIC X(3).
             10 WS-DEPT-CODE         PIC X(10).
             10 WS-DEPT-MTD-BUDGET   PIC S9(13)V99.
             10 WS-DEPT-YTD-BUDGET   PIC S9(13)V99.
             10 WS-DEPT-YEAR-BUDGET  PIC S9(13)V99.
             10 WS-DEPT-MTD-ACTUAL   PIC S9(13)V99.
             10 WS-DEPT-YTD-ACTUAL   PIC S9(13)V99.
       01 WS-DEPT-USED            PIC 9(3)    VALUE 0.
       01 WS-DEPT-MAX             PIC 9(3)    VALUE 100.
       01 WS-DEPT-IDX             PIC 9(3).
       01 WS-DEPT-FOUND-FLAG      PIC X(1)    VALUE "N".
          88 WS-DEPT-FOUND                    VALUE "Y".

       01 WS-COA-TABLE.
          05 WS-COA-ENTRY OCCURS 50 TIMES.
             10 WS-COA-OP            PIC X(1).
             10 WS-COA-ENT           PIC X(3).
             10 WS-COA-TAXC          PIC X(3).
             10 WS-COA-ACCT          PIC X(4).
       01 WS-COA-USED             PIC 9(2)    VALUE 0.
       01 WS-COA-MAX              PIC 9(2)    VALUE 50.
       01 WS-COA-IDX              PIC 9(2).
       01 WS-COA-LOADED-FLAG      PIC X(1)    VALUE "N".
          88 WS-COA-LOADED                    VALUE "Y".
       01 WS-COA-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-COA-FOUND                     VALUE "Y".
       01 WS-COA-REC-TAX          PIC X(3).

      * Reported days of the year up to the report month, taken from
      * the day-end ledger; a day closed twice is read once.
       01 WS-DAYS-TABLE.
          05 WS-DAYS-DATE OCCURS 372 TIMES PIC X(8).
       01 WS-DAYS-USED            PIC 9(3)    VALUE 0.
       01 WS-DAYS-MAX             PIC 9(3)    VALUE 372.
       01 WS-DAYS-IDX             PIC 9(3).
       01 WS-DAYS-FOUND-FLAG      PIC X(1)    VALUE "N".
          88 WS-DAYS-FOUND                    VALUE "Y".
       01 WS-DAYS-READ            PIC 9(3)    VALUE 0.

       01 WS-REC-ENT              PIC X(3).
       01 WS-REC-DEPT             PIC X(10).
       01 WS-REC-ACCT             PIC X(4).
       01 WS-REC-IN-MONTH-FLAG    PIC X(1)    VALUE "N".
          88 WS-REC-IN-MONTH                  VALUE "Y".
       01 WS-UNBUDGETED-COUNT     PIC 9(7)    VALUE 0.

      * Percentage of the annual budget a department may consume
      * before operations are warned.  BUDGET_ALERT_PCT overrides.
       01 WS-ALERT-PCT-TEXT       PIC X(3)    VALUE SPACES.
       01 WS-ALERT-PCT            PIC 9(3)    VALUE 90.
       01 WS-OVER-COUNT           PIC 9(3)    VALUE 0.
       01 WS-ALERTED-COUNT        PIC 9(3)    VALUE 0.

       01 WS-LINE-BUDGET          PIC S9(13)V99.
       01 WS-LINE-ACTUAL          PIC S9(13)V99.
       01 WS-LINE-VARIANCE        PIC S9(13)V99.
       01 WS-LINE-PCT             PIC S9(5)V9.
       01 WS-LINE-PCT-TEXT        PIC X(8).
       01 WS-MTD-BUDGET-EDIT      PIC -(10)9.99.
       01 WS-MTD-ACTUAL-EDIT      PIC -(10)9.99.
       01 WS-MTD-VARIANCE-EDIT    PIC -(10)9.99.
       01 WS-MTD-PCT-TEXT         PIC X(8).
       01 WS-YTD-BUDGET-EDIT      PIC -(10)9.99.
       01 WS-YTD-ACTUAL-EDIT      PIC -(10)9.99.
       01 WS-YTD-VARIANCE-EDIT    PIC -(10)9.99.
       01 WS-YTD-PCT-TEXT         PIC X(8).
       01 WS-PCT-EDIT             PIC -(4)9.9.
       01 WS-YEAR-PCT             PIC S9(5)V9.
       01 WS-DEPT-FLAG-TEXT       PIC X(12).

       01 WS-ALERT-PROGRAM        PIC X(12)   VALUE "BUDGET".
       01 WS-ALERT-SEVERITY       PIC X(6).
       01 WS-ALERT-TEXT           PIC X(80).

       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           ACCEPT WS-REPORT-MONTH FROM ENVIRONMENT "BUDGET_MONTH"
           IF WS-REPORT-MONTH NOT NUMERIC OR WS-REPORT-MONTH = SPACES
              CALL "BUSINESS_DATE" USING WS-BUSINESS-DATE,
                                         WS-DATE-SOURCE
              MOVE WS-BUSINESS-DATE (1:6) TO WS-REPORT-MONTH
           END-IF
           MOVE WS-REPORT-MONTH (1:4) TO WS-REPORT-YEAR
           MOVE WS-REPORT-MONTH (5:2) TO WS-REPORT-MM
           IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: invalid report month "
                         WS-REPORT-MONTH
              ELSE
                 DISPLAY "ERREUR: mois de rapport invalide "
                         WS-REPORT-MONTH
              END-IF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-ALERT-PCT-TEXT FROM ENVIRONMENT "BUDGET_ALERT_PCT"
           IF WS-ALERT-PCT-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-ALERT-PCT-TEXT) = 0
              COMPUTE WS-ALERT-PCT =
                 FUNCTION NUMVAL (WS-ALERT-PCT-TEXT)
           END-IF

           ACCEPT WS-BUDGET-FILENAME FROM ENVIRONMENT "BUDGET_FILE"
           IF WS-BUDGET-FILENAME = SPACES
              MOVE "budget_master.dat" TO WS-BUDGET-FILENAME
           END-IF

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "budget_report-" DELIMITED BY SIZE
                  WS-REPORT-MONTH  DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME

           IF WS-LOCALE-EN
              DISPLAY "=== Budget versus actual: " WS-REPORT-MONTH
                      " ==="
           ELSE
              DISPLAY "=== Budget contre realise: " WS-REPORT-MONTH
                      " ==="
           END-IF

           PERFORM LOAD-BUDGET-MASTER
           PERFORM LOAD-COA-MAPPING
           PERFORM LOAD-LEDGER-DAYS

           PERFORM TALLY-ONE-DAY VARYING WS-DAYS-IDX FROM 1 BY 1
              UNTIL WS-DAYS-IDX > WS-DAYS-USED

           PERFORM BUILD-DEPARTMENT-TOTALS
              VARYING WS-BUD-IDX FROM 1 BY 1
              UNTIL WS-BUD-IDX > WS-BUD-USED

           PERFORM WRITE-BUDGET-REPORT

           IF WS-LOCALE-EN
              DISPLAY "Days read: " WS-DAYS-READ
              DISPLAY "Departments over budget: " WS-OVER-COUNT
              DISPLAY "Departments past " WS-ALERT-PCT
                      "% of annual budget: " WS-ALERTED-COUNT
              DISPLAY "Report written to "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           ELSE
              DISPLAY "Journees lues: " WS-DAYS-READ
              DISPLAY "Departements en depassement: " WS-OVER-COUNT
              DISPLAY "Departements au-dela de " WS-ALERT-PCT
                      "% du budget annuel: " WS-ALERTED-COUNT
              DISPLAY "Rapport ecrit dans "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           END-IF

           IF WS-OVER-COUNT > 0 OR WS-ALERTED-COUNT > 0
              OR WS-UNBUDGETED-COUNT > 0
              MOVE 4 TO WS-RETURN-CODE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      * A missing budget file is not an error for the report: every
      * actual then shows as unbudgeted.  An overfull file is, since
      * the lines dropped would report as unbudgeted spend.
       LOAD-BUDGET-MASTER.
           MOVE "N" TO WS-BUDGET-EOF-FLAG
           OPEN INPUT BUDGET-FILE
           IF WS-BUDGET-STATUS = "00"
              PERFORM READ-BUDGET-RECORD
              PERFORM LOAD-ONE-BUDGET UNTIL WS-BUDGET-EOF
              CLOSE BUDGET-FILE
           ELSE
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: budget master "
                         FUNCTION TRIM (WS-BUDGET-FILENAME)
                         " not found - all actuals unbudgeted"
              ELSE
                 DISPLAY "AVERTISSEMENT: budget "
                         FUNCTION TRIM (WS-BUDGET-FILENAME)
                         " introuvable - realise hors budget"
              END-IF
           END-IF
           IF WS-BUD-OVERFLOW
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: budget master exceeds "
                         WS-BUD-MAX " lines - report stopped"
              ELSE
                 DISPLAY "ERREUR: budget de plus de "
                         WS-BUD-MAX " lignes - rapport arrete"
              END-IF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-BUDGET-RECORD.
           READ BUDGET-FILE
              AT END
                 SET WS-BUDGET-EOF TO TRUE
           END-READ.

       LOAD-ONE-BUDGET.
           IF BUD-YEAR = WS-REPORT-YEAR
              AND BUD-ENTITY NOT = SPACES
              AND BUD-ACCOUNT NOT = SPACES
              MOVE BUD-ENTITY TO WS-REC-ENT
              MOVE BUD-DEPARTMENT TO WS-REC-DEPT
              MOVE BUD-ACCOUNT TO WS-REC-ACCT
              MOVE "N" TO WS-BUD-FOUND-FLAG
              PERFORM FIND-BUDGET-LINE VARYING WS-BUD-IDX FROM 1 BY 1
                 UNTIL WS-BUD-IDX > WS-BUD-USED OR WS-BUD-FOUND
              IF WS-BUD-FOUND
                 ADD 1 TO WS-BUD-DUPLICATES
                 IF WS-LOCALE-EN
                    DISPLAY "WARNING: duplicate budget line ignored: "
                            BUD-ENTITY " " BUD-DEPARTMENT " "
                            BUD-ACCOUNT
                 ELSE
                    DISPLAY "AVERTISSEMENT: ligne de budget en "
                            "double ignoree: " BUD-ENTITY " "
                            BUD-DEPARTMENT " " BUD-ACCOUNT
                 END-IF
              ELSE
                 IF WS-BUD-USED >= WS-BUD-MAX
                    SET WS-BUD-OVERFLOW TO TRUE
                 ELSE
                    PERFORM ADD-BUDGET-LINE
                    SET WS-BUD-KEYED (WS-BUD-USED) TO TRUE
                    PERFORM ADD-BUDGET-MONTH
                       VARYING WS-BUD-MONTH FROM 1 BY 1
                       UNTIL WS-BUD-MONTH > 12
                 END-IF
              END-IF
           END-IF
           PERFORM READ-BUDGET-RECORD.

       ADD-BUDGET-MONTH.
           MOVE 0 TO WS-BUD-AMOUNT
           IF BUD-AMOUNT-TEXT (WS-BUD-MONTH) NOT = SPACES
              COMPUTE WS-BUD-AMOUNT =
                 FUNCTION NUMVAL (BUD-AMOUNT-TEXT (WS-BUD-MONTH))
           END-IF
           ADD WS-BUD-AMOUNT TO WS-BUD-YEAR-BUDGET (WS-BUD-USED)
           IF WS-BUD-MONTH <= WS-REPORT-MM
              ADD WS-BUD-AMOUNT TO WS-BUD-YTD-BUDGET (WS-BUD-USED)
           END-IF
           IF WS-BUD-MONTH = WS-REPORT-MM
              ADD WS-BUD-AMOUNT TO WS-BUD-MTD-BUDGET (WS-BUD-USED)
           END-IF.

       FIND-BUDGET-LINE.
           IF WS-BUD-ENT (WS-BUD-IDX) = WS-REC-ENT
              AND WS-BUD-DEPT (WS-BUD-IDX) = WS-REC-DEPT
              AND WS-BUD-ACCT (WS-BUD-IDX) = WS-REC-ACCT
              SET WS-BUD-FOUND TO TRUE
              SUBTRACT 1 FROM WS-BUD-IDX
           END-IF.

       ADD-BUDGET-LINE.
           ADD 1 TO WS-BUD-USED
           MOVE WS-REC-ENT TO WS-BUD-ENT (WS-BUD-USED)
           MOVE WS-REC-DEPT TO WS-BUD-DEPT (WS-BUD-USED)
           MOVE WS-REC-ACCT TO WS-BUD-ACCT (WS-BUD-USED)
           MOVE 0 TO WS-BUD-MTD-BUDGET (WS-BUD-USED)
           MOVE 0 TO WS-BUD-YTD-BUDGET (WS-BUD-USED)
           MOVE 0 TO WS-BUD-YEAR-BUDGET (WS-BUD-USED)
           MOVE 0 TO WS-BUD-MTD-ACTUAL (WS-BUD-USED)
           MOVE 0 TO WS-BUD-YTD-ACTUAL (WS-BUD-USED)
           MOVE "N" TO WS-BUD-KEYED-FLAG (WS-BUD-USED).

      * Same mapping file and matching rules as the GL extract, so
      * an actual lands on the account the ledger was posted to.
       LOAD-COA-MAPPING.
           MOVE "N" TO WS-COA-EOF-FLAG
           OPEN INPUT COA-FILE
           IF WS-COA-STATUS = "00"
              PERFORM READ-COA-RECORD
              PERFORM LOAD-ONE-COA UNTIL WS-COA-EOF
                 OR WS-COA-USED >= WS-COA-MAX
              CLOSE COA-FILE
              IF WS-COA-USED > 0
                 SET WS-COA-LOADED TO TRUE
              END-IF
           END-IF.

       READ-COA-RECORD.
           READ COA-FILE
              AT END
                 SET WS-COA-EOF TO TRUE
           END-READ.

       LOAD-ONE-COA.
           IF COA-OPERATION NOT = SPACES
              AND COA-ACCOUNT NOT = SPACES
              ADD 1 TO WS-COA-USED
              MOVE COA-OPERATION   TO WS-COA-OP (WS-COA-USED)
              MOVE COA-ENTITY      TO WS-COA-ENT (WS-COA-USED)
              MOVE COA-TAX         TO WS-COA-TAXC (WS-COA-USED)
              MOVE COA-ACCOUNT     TO WS-COA-ACCT (WS-COA-USED)
           END-IF
           PERFORM READ-COA-RECORD.

       LOOKUP-GL-ACCOUNT.
           IF WS-COA-LOADED
              MOVE "9999" TO WS-REC-ACCT
              MOVE "N" TO WS-COA-FOUND-FLAG
              MOVE CALC-REC-TAX-CODE TO WS-COA-REC-TAX
              IF WS-COA-REC-TAX = SPACES
                 OR WS-COA-REC-TAX = LOW-VALUES
                 MOVE "***" TO WS-COA-REC-TAX
              END-IF
              PERFORM MATCH-COA-ENTRY VARYING WS-COA-IDX FROM 1 BY 1
                 UNTIL WS-COA-IDX > WS-COA-USED OR WS-COA-FOUND
           ELSE
              EVALUATE CALC-REC-OPERATION
                 WHEN "A"
                    MOVE "4000" TO WS-REC-ACCT
                 WHEN "S"
                    MOVE "4010" TO WS-REC-ACCT
                 WHEN "M"
                    MOVE "4020" TO WS-REC-ACCT
                 WHEN "D"
                    MOVE "4030" TO WS-REC-ACCT
                 WHEN "F"
                    MOVE "4700" TO WS-REC-ACCT
                 WHEN "W"
                    MOVE "6580" TO WS-REC-ACCT
                 WHEN OTHER
                    MOVE "9999" TO WS-REC-ACCT
              END-EVALUATE
           END-IF.

       MATCH-COA-ENTRY.
           IF CALC-REC-OPERATION = WS-COA-OP (WS-COA-IDX)
              AND (WS-COA-ENT (WS-COA-IDX) = "***"
                   OR WS-COA-ENT (WS-COA-IDX) = CALC-REC-ENTITY)
              AND (WS-COA-TAXC (WS-COA-IDX) = "***"
                   OR WS-COA-TAXC (WS-COA-IDX) = WS-COA-REC-TAX)
              SET WS-COA-FOUND TO TRUE
              MOVE WS-COA-ACCT (WS-COA-IDX) TO WS-REC-ACCT
           END-IF.

       LOAD-LEDGER-DAYS.
           MOVE "N" TO WS-LEDGER-EOF-FLAG
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
              PERFORM READ-LEDGER-RECORD
              PERFORM HANDLE-LEDGER-RECORD UNTIL WS-LEDGER-EOF
              CLOSE LEDGER-FILE
           ELSE
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: day-end ledger not found - "
                         "no actuals"
              ELSE
                 DISPLAY "AVERTISSEMENT: grand livre de fin de "
                         "journee introuvable - aucun realise"
              END-IF
           END-IF.

       READ-LEDGER-RECORD.
           READ LEDGER-FILE
              AT END
                 SET WS-LEDGER-EOF TO TRUE
           END-READ.

       HANDLE-LEDGER-RECORD.
           IF LEDG-DATE (1:4) = WS-REPORT-YEAR
              AND LEDG-DATE NUMERIC
              AND LEDG-DATE (1:6) <= WS-REPORT-MONTH
              MOVE "N" TO WS-DAYS-FOUND-FLAG
              PERFORM FIND-LEDGER-DAY VARYING WS-DAYS-IDX FROM 1 BY 1
                 UNTIL WS-DAYS-IDX > WS-DAYS-USED OR WS-DAYS-FOUND
              IF NOT WS-DAYS-FOUND AND WS-DAYS-USED < WS-DAYS-MAX
                 ADD 1 TO WS-DAYS-USED
                 MOVE LEDG-DATE TO WS-DAYS-DATE (WS-DAYS-USED)
              END-IF
           END-IF
           PERFORM READ-LEDGER-RECORD.

       FIND-LEDGER-DAY.
           IF WS-DAYS-DATE (WS-DAYS-IDX) = LEDG-DATE
              SET WS-DAYS-FOUND TO TRUE
           END-IF.

       TALLY-ONE-DAY.
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"                    DELIMITED BY SIZE
                  WS-DAYS-DATE (WS-DAYS-IDX)  DELIMITED BY SIZE
                  ".log"                      DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME
           IF WS-DAYS-DATE (WS-DAYS-IDX) (1:6) = WS-REPORT-MONTH
              SET WS-REC-IN-MONTH TO TRUE
           ELSE
              MOVE "N" TO WS-REC-IN-MONTH-FLAG
           END-IF
           MOVE "N" TO WS-AUDIT-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              ADD 1 TO WS-DAYS-READ
              PERFORM READ-AUDIT-RECORD
              PERFORM TALLY-AUDIT-RECORD UNTIL WS-AUDIT-EOF
              CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 SET WS-AUDIT-EOF TO TRUE
           END-READ.

       TALLY-AUDIT-RECORD.
           MOVE CALC-REC-ENTITY TO WS-REC-ENT
           MOVE CALC-REC-DEPARTMENT TO WS-REC-DEPT
           PERFORM LOOKUP-GL-ACCOUNT
           MOVE "N" TO WS-BUD-FOUND-FLAG
           PERFORM FIND-BUDGET-LINE VARYING WS-BUD-IDX FROM 1 BY 1
              UNTIL WS-BUD-IDX > WS-BUD-USED OR WS-BUD-FOUND
           IF NOT WS-BUD-FOUND
              IF WS-BUD-USED < WS-BUD-MAX
                 PERFORM ADD-BUDGET-LINE
                 MOVE WS-BUD-USED TO WS-BUD-IDX
                 SET WS-BUD-FOUND TO TRUE
                 ADD 1 TO WS-UNBUDGETED-COUNT
              END-IF
           END-IF
           IF WS-BUD-FOUND
              ADD CALC-REC-RESULT TO WS-BUD-YTD-ACTUAL (WS-BUD-IDX)
              IF WS-REC-IN-MONTH
                 ADD CALC-REC-RESULT TO WS-BUD-MTD-ACTUAL (WS-BUD-IDX)
              END-IF
           END-IF
           PERFORM READ-AUDIT-RECORD.

       BUILD-DEPARTMENT-TOTALS.
           MOVE "N" TO WS-DEPT-FOUND-FLAG
           PERFORM FIND-DEPARTMENT VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-USED OR WS-DEPT-FOUND
           IF NOT WS-DEPT-FOUND AND WS-DEPT-USED < WS-DEPT-MAX
              ADD 1 TO WS-DEPT-USED
              MOVE WS-DEPT-USED TO WS-DEPT-IDX
              SET WS-DEPT-FOUND TO TRUE
              MOVE WS-BUD-ENT (WS-BUD-IDX) TO WS-DEPT-ENT (WS-DEPT-IDX)
              MOVE WS-BUD-DEPT (WS-BUD-IDX)
                 TO WS-DEPT-CODE (WS-DEPT-IDX)
              MOVE 0 TO WS-DEPT-MTD-BUDGET (WS-DEPT-IDX)
              MOVE 0 TO WS-DEPT-YTD-BUDGET (WS-DEPT-IDX)
              MOVE 0 TO WS-DEPT-YEAR-BUDGET (WS-DEPT-IDX)
              MOVE 0 TO WS-DEPT-MTD-ACTUAL (WS-DEPT-IDX)
              MOVE 0 TO WS-DEPT-YTD-ACTUAL (WS-DEPT-IDX)
           END-IF
           IF WS-DEPT-FOUND
              ADD WS-BUD-MTD-BUDGET (WS-BUD-IDX)
                 TO WS-DEPT-MTD-BUDGET (WS-DEPT-IDX)
              ADD WS-BUD-YTD-BUDGET (WS-BUD-IDX)
                 TO WS-DEPT-YTD-BUDGET (WS-DEPT-IDX)
              ADD WS-BUD-YEAR-BUDGET (WS-BUD-IDX)
                 TO WS-DEPT-YEAR-BUDGET (WS-DEPT-IDX)
              ADD WS-BUD-MTD-ACTUAL (WS-BUD-IDX)
                 TO WS-DEPT-MTD-ACTUAL (WS-DEPT-IDX)
              ADD WS-BUD-YTD-ACTUAL (WS-BUD-IDX)
                 TO WS-DEPT-YTD-ACTUAL (WS-DEPT-IDX)
           END-IF.

       FIND-DEPARTMENT.
           IF WS-DEPT-ENT (WS-DEPT-IDX) = WS-BUD-ENT (WS-BUD-IDX)
              AND WS-DEPT-CODE (WS-DEPT-IDX) = WS-BUD-DEPT (WS-BUD-IDX)
              SET WS-DEPT-FOUND TO TRUE
              SUBTRACT 1 FROM WS-DEPT-IDX
           END-IF.

       WRITE-BUDGET-REPORT.
           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-RECORD
           STRING "BUDGET CONTRE REALISE - " DELIMITED BY SIZE
                  WS-REPORT-MONTH            DELIMITED BY SIZE
                  "  SEUIL D'ALERTE: "       DELIMITED BY SIZE
                  WS-ALERT-PCT               DELIMITED BY SIZE
                  "% DU BUDGET ANNUEL"       DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING "ENT DEPARTEMENT COMPTE" DELIMITED BY SIZE
                  "    BUDGET MOIS      REEL MOIS     ECART MOIS"
                     DELIMITED BY SIZE
                  "   %MOIS   BUDGET CUMUL     REEL CUMUL"
                     DELIMITED BY SIZE
                  "    ECART CUMUL  %CUMUL" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           PERFORM WRITE-DEPARTMENT-BLOCK
              VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-USED

           MOVE SPACES TO REPORT-RECORD
           STRING "DEPARTEMENTS EN DEPASSEMENT: " DELIMITED BY SIZE
                  WS-OVER-COUNT                   DELIMITED BY SIZE
                  "  AU-DELA DU SEUIL: "          DELIMITED BY SIZE
                  WS-ALERTED-COUNT                DELIMITED BY SIZE
                  "  MOUVEMENTS HORS BUDGET: "    DELIMITED BY SIZE
                  WS-UNBUDGETED-COUNT             DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           CLOSE REPORT-FILE.

      * Account lines of the department, then its total.  Over
      * budget means the year-to-date actual is past the budget to
      * date; the alert threshold is measured against the whole
      * year's budget, so a department burning its allowance early
      * is caught before the overrun.
       WRITE-DEPARTMENT-BLOCK.
           PERFORM WRITE-ACCOUNT-LINE
              VARYING WS-BUD-IDX FROM 1 BY 1
              UNTIL WS-BUD-IDX > WS-BUD-USED

           MOVE SPACES TO WS-DEPT-FLAG-TEXT
           IF WS-DEPT-YTD-ACTUAL (WS-DEPT-IDX)
              > WS-DEPT-YTD-BUDGET (WS-DEPT-IDX)
              MOVE "DEPASSEMENT" TO WS-DEPT-FLAG-TEXT
              ADD 1 TO WS-OVER-COUNT
           END-IF
           MOVE 0 TO WS-YEAR-PCT
           IF WS-DEPT-YEAR-BUDGET (WS-DEPT-IDX) > 0
              COMPUTE WS-YEAR-PCT ROUNDED =
                 WS-DEPT-YTD-ACTUAL (WS-DEPT-IDX) * 100
                 / WS-DEPT-YEAR-BUDGET (WS-DEPT-IDX)
                 ON SIZE ERROR
                    MOVE 9999.9 TO WS-YEAR-PCT
              END-COMPUTE
              IF WS-YEAR-PCT >= WS-ALERT-PCT
                 PERFORM RAISE-BUDGET-ALERT
              END-IF
           END-IF

           MOVE WS-DEPT-MTD-BUDGET (WS-DEPT-IDX) TO WS-LINE-BUDGET
           MOVE WS-DEPT-MTD-ACTUAL (WS-DEPT-IDX) TO WS-LINE-ACTUAL
           PERFORM COMPUTE-VARIANCE
           MOVE WS-LINE-BUDGET TO WS-MTD-BUDGET-EDIT
           MOVE WS-LINE-ACTUAL TO WS-MTD-ACTUAL-EDIT
           MOVE WS-LINE-VARIANCE TO WS-MTD-VARIANCE-EDIT
           MOVE WS-LINE-PCT-TEXT TO WS-MTD-PCT-TEXT
           MOVE WS-DEPT-YTD-BUDGET (WS-DEPT-IDX) TO WS-LINE-BUDGET
           MOVE WS-DEPT-YTD-ACTUAL (WS-DEPT-IDX) TO WS-LINE-ACTUAL
           PERFORM COMPUTE-VARIANCE
           MOVE WS-LINE-BUDGET TO WS-YTD-BUDGET-EDIT
           MOVE WS-LINE-ACTUAL TO WS-YTD-ACTUAL-EDIT
           MOVE WS-LINE-VARIANCE TO WS-YTD-VARIANCE-EDIT
           MOVE WS-LINE-PCT-TEXT TO WS-YTD-PCT-TEXT

           MOVE SPACES TO REPORT-RECORD
           STRING WS-DEPT-ENT (WS-DEPT-IDX)  DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-DEPT-CODE (WS-DEPT-IDX) DELIMITED BY SIZE
                  " TOTAL  "                 DELIMITED BY SIZE
                  WS-MTD-BUDGET-EDIT         DELIMITED BY SIZE
                  WS-MTD-ACTUAL-EDIT         DELIMITED BY SIZE
                  WS-MTD-VARIANCE-EDIT       DELIMITED BY SIZE
                  WS-MTD-PCT-TEXT            DELIMITED BY SIZE
                  WS-YTD-BUDGET-EDIT         DELIMITED BY SIZE
                  WS-YTD-ACTUAL-EDIT         DELIMITED BY SIZE
                  WS-YTD-VARIANCE-EDIT       DELIMITED BY SIZE
                  WS-YTD-PCT-TEXT            DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-DEPT-FLAG-TEXT          DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-ACCOUNT-LINE.
           IF WS-BUD-ENT (WS-BUD-IDX) = WS-DEPT-ENT (WS-DEPT-IDX)
              AND WS-BUD-DEPT (WS-BUD-IDX) = WS-DEPT-CODE (WS-DEPT-IDX)
              MOVE WS-BUD-MTD-BUDGET (WS-BUD-IDX) TO WS-LINE-BUDGET
              MOVE WS-BUD-MTD-ACTUAL (WS-BUD-IDX) TO WS-LINE-ACTUAL
              PERFORM COMPUTE-VARIANCE
              MOVE WS-LINE-BUDGET TO WS-MTD-BUDGET-EDIT
              MOVE WS-LINE-ACTUAL TO WS-MTD-ACTUAL-EDIT
              MOVE WS-LINE-VARIANCE TO WS-MTD-VARIANCE-EDIT
              MOVE WS-LINE-PCT-TEXT TO WS-MTD-PCT-TEXT
              MOVE WS-BUD-YTD-BUDGET (WS-BUD-IDX) TO WS-LINE-BUDGET
              MOVE WS-BUD-YTD-ACTUAL (WS-BUD-IDX) TO WS-LINE-ACTUAL
              PERFORM COMPUTE-VARIANCE
              MOVE WS-LINE-BUDGET TO WS-YTD-BUDGET-EDIT
              MOVE WS-LINE-ACTUAL TO WS-YTD-ACTUAL-EDIT
              MOVE WS-LINE-VARIANCE TO WS-YTD-VARIANCE-EDIT
              MOVE WS-LINE-PCT-TEXT TO WS-YTD-PCT-TEXT
              MOVE SPACES TO REPORT-RECORD
              STRING WS-BUD-ENT (WS-BUD-IDX)  DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     WS-BUD-DEPT (WS-BUD-IDX) DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     WS-BUD-ACCT (WS-BUD-IDX) DELIMITED BY SIZE
                     "   "                    DELIMITED BY SIZE
                     WS-MTD-BUDGET-EDIT       DELIMITED BY SIZE
                     WS-MTD-ACTUAL-EDIT       DELIMITED BY SIZE
                     WS-MTD-VARIANCE-EDIT     DELIMITED BY SIZE
                     WS-MTD-PCT-TEXT          DELIMITED BY SIZE
                     WS-YTD-BUDGET-EDIT       DELIMITED BY SIZE
                     WS-YTD-ACTUAL-EDIT       DELIMITED BY SIZE
                     WS-YTD-VARIANCE-EDIT     DELIMITED BY SIZE
                     WS-YTD-PCT-TEXT          DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              IF NOT WS-BUD-KEYED (WS-BUD-IDX)
                 MOVE " HORS BUDGET" TO REPORT-RECORD (129:12)
              END-IF
              WRITE REPORT-RECORD
           END-IF.

      * Variance is budget left over: negative means overspent.
      * Percentage used is blank where nothing was budgeted.
       COMPUTE-VARIANCE.
           COMPUTE WS-LINE-VARIANCE = WS-LINE-BUDGET - WS-LINE-ACTUAL
           MOVE "     N/A" TO WS-LINE-PCT-TEXT
           IF WS-LINE-BUDGET > 0
              COMPUTE WS-LINE-PCT ROUNDED =
                 WS-LINE-ACTUAL * 100 / WS-LINE-BUDGET
                 ON SIZE ERROR
                    MOVE 9999.9 TO WS-LINE-PCT
              END-COMPUTE
              MOVE WS-LINE-PCT TO WS-PCT-EDIT
              MOVE SPACES TO WS-LINE-PCT-TEXT
              MOVE WS-PCT-EDIT TO WS-LINE-PCT-TEXT (2:7)
           END-IF.

       RAISE-BUDGET-ALERT.
           ADD 1 TO WS-ALERTED-COUNT
           IF WS-DEPT-FLAG-TEXT = SPACES
              MOVE "SEUIL ATTEINT" TO WS-DEPT-FLAG-TEXT
           END-IF
           MOVE WS-YEAR-PCT TO WS-PCT-EDIT
           MOVE "WARN" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "BUDGET "                  DELIMITED BY SIZE
                  WS-DEPT-ENT (WS-DEPT-IDX)  DELIMITED BY SIZE
                  "/"                        DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DEPT-CODE (WS-DEPT-IDX))
                                             DELIMITED BY SIZE
                  " CONSOMME A "             DELIMITED BY SIZE
                  FUNCTION TRIM (WS-PCT-EDIT) DELIMITED BY SIZE
                  "% (SEUIL "                DELIMITED BY SIZE
                  WS-ALERT-PCT               DELIMITED BY SIZE
                  "%) FIN "                  DELIMITED BY SIZE
                  WS-REPORT-MONTH            DELIMITED BY SIZE
                  INTO WS-ALERT-TEXT
           END-STRING
           CALL "ALERT_LOG" USING WS-ALERT-PROGRAM,
                                   WS-ALERT-SEVERITY,
                                   WS-ALERT-TEXT.


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

       END PROGRAM BUDGET-REPORT.
