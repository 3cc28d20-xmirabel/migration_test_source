       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-MARGIN-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY CALCREC.

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-AUDIT-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-AUDIT-EOF                     VALUE "Y".
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-MARGIN-FROM          PIC X(8).
       01 WS-MARGIN-TO            PIC X(8).
       01 WS-FROM-INT             PIC 9(7).
       01 WS-TO-INT               PIC 9(7).
       01 WS-DAY-INT              PIC 9(7).
       01 WS-DAY-DATE             PIC 9(8).

      * Margin by desk and currency, kept in desk then currency
      * order as entries are added so the report groups each desk.
       01 WS-DESK-TOTALS.
          05 WS-DESK-ENTRY OCCURS 200 TIMES.
             10 WS-DESK-CODE         PIC X(10).
             10 WS-DESK-CCY          PIC X(3).
             10 WS-DESK-COUNT        PIC 9(7).
             10 WS-DESK-VOLUME       PIC S9(13)V99.
             10 WS-DESK-MARGIN       PIC S9(13)V99.
       01 WS-DESK-USED            PIC 9(3)    VALUE 0.
       01 WS-DESK-MAX             PIC 9(3)    VALUE 200.
       01 WS-DESK-IDX             PIC 9(3).
       01 WS-DESK-POS             PIC 9(3).
       01 WS-DESK-FOUND-FLAG      PIC X(1)    VALUE "N".
          88 WS-DESK-FOUND                    VALUE "Y".
       01 WS-DESK-FULL-FLAG       PIC X(1)    VALUE "N".
          88 WS-DESK-FULL                     VALUE "Y".
       01 WS-PREV-DESK            PIC X(10).

       01 WS-CCY-TOTALS.
          05 WS-CCY-ENTRY OCCURS 20 TIMES.
             10 WS-CCY-CODE          PIC X(3).
             10 WS-CCY-COUNT         PIC 9(7).
             10 WS-CCY-VOLUME        PIC S9(13)V99.
             10 WS-CCY-MARGIN        PIC S9(13)V99.
       01 WS-CCY-USED             PIC 9(2)    VALUE 0.
       01 WS-CCY-MAX              PIC 9(2)    VALUE 20.
       01 WS-CCY-IDX              PIC 9(2).
       01 WS-CCY-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-CCY-FOUND                     VALUE "Y".

       01 WS-TOTAL-COUNT          PIC 9(7)    VALUE 0.
       01 WS-TOTAL-MARGIN         PIC S9(13)V99 VALUE 0.
       01 WS-SKIPPED-COUNT        PIC 9(7)    VALUE 0.

       01 WS-COUNT-EDIT           PIC ZZZ,ZZ9.
       01 WS-AMOUNT-EDIT          PIC -(12)9.99.
       01 WS-VOLUME-EDIT          PIC -(12)9.99.

       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.
       01 WS-VARIANT-CMD          PIC X(150).
       01 WS-VARIANT-RC           PIC S9(9) COMP-5.
       01 WS-VARIANT-WARNED-FLAG  PIC X(1)    VALUE "N".
          88 WS-VARIANT-WARNED                VALUE "Y".


      * FX margin earned over a period - normally the fiscal month -
      * from the customer spread MAIN applies on conversion: for each
      * desk and currency the number of conversions, the converted
      * volume in that currency and the margin in result currency,
      * reversals netted off.  Records written before the customer
      * rate was kept carry no margin and are counted apart.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           ACCEPT WS-MARGIN-FROM FROM ENVIRONMENT "MARGIN_FROM"
           IF WS-MARGIN-FROM NOT NUMERIC OR WS-MARGIN-FROM = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "Error: MARGIN_FROM (YYYYMMDD) is required"
              ELSE
                 DISPLAY "Erreur: MARGIN_FROM (AAAAMMJJ) est requis"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-MARGIN-TO FROM ENVIRONMENT "MARGIN_TO"
           IF WS-MARGIN-TO NOT NUMERIC OR WS-MARGIN-TO = SPACES
              MOVE WS-MARGIN-FROM TO WS-MARGIN-TO
           END-IF

           COMPUTE WS-FROM-INT =
              FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL (WS-MARGIN-FROM))
           COMPUTE WS-TO-INT =
              FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-MARGIN-TO))

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "fx_margin-"    DELIMITED BY SIZE
                  WS-MARGIN-FROM  DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-MARGIN-TO    DELIMITED BY SIZE
                  ".txt"          DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME

           IF WS-LOCALE-EN
              DISPLAY "=== FX margin: " WS-MARGIN-FROM " - "
                      WS-MARGIN-TO " ==="
           ELSE
              DISPLAY "=== Marge de change: " WS-MARGIN-FROM
                      " - " WS-MARGIN-TO " ==="
           END-IF

           PERFORM SCAN-ONE-DAY
              VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
              UNTIL WS-DAY-INT > WS-TO-INT

           PERFORM WRITE-MARGIN-REPORT

           MOVE WS-TOTAL-MARGIN TO WS-AMOUNT-EDIT
           IF WS-LOCALE-EN
              DISPLAY "Conversions with margin: " WS-TOTAL-COUNT
                      "  without recorded margin: " WS-SKIPPED-COUNT
              DISPLAY "Total margin: " FUNCTION TRIM (WS-AMOUNT-EDIT)
              DISPLAY "Report written to "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           ELSE
              DISPLAY "Conversions avec marge: " WS-TOTAL-COUNT
                      "  sans marge enregistree: " WS-SKIPPED-COUNT
              DISPLAY "Marge totale: " FUNCTION TRIM (WS-AMOUNT-EDIT)
              DISPLAY "Rapport ecrit dans "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           END-IF
           IF WS-DESK-FULL
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: more than " WS-DESK-MAX
                         " desk/currency lines - report incomplete"
              ELSE
                 DISPLAY "ERREUR: plus de " WS-DESK-MAX
                         " lignes bureau/devise - rapport incomplet"
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              IF WS-TOTAL-COUNT = 0
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       SCAN-ONE-DAY.
           COMPUTE WS-DAY-DATE =
              FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"     DELIMITED BY SIZE
                  WS-DAY-DATE  DELIMITED BY SIZE
                  ".log"       DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME
           PERFORM CHECK-AUDIT-VARIANTS

           MOVE "N" TO WS-AUDIT-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              PERFORM READ-AUDIT-RECORD
              PERFORM NOTE-ONE-RECORD UNTIL WS-AUDIT-EOF
              CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 SET WS-AUDIT-EOF TO TRUE
           END-READ.

       NOTE-ONE-RECORD.
           IF CALC-REC-FX-MARGIN NOT NUMERIC
              OR CALC-REC-CUST-RATE NOT NUMERIC
              ADD 1 TO WS-SKIPPED-COUNT
           ELSE
              IF CALC-REC-FX-MARGIN NOT = 0
                 ADD 1 TO WS-TOTAL-COUNT
                 ADD CALC-REC-FX-MARGIN TO WS-TOTAL-MARGIN
                 PERFORM TALLY-DESK-MARGIN
                 PERFORM TALLY-CCY-MARGIN
              END-IF
           END-IF
           PERFORM READ-AUDIT-RECORD.

       TALLY-DESK-MARGIN.
           MOVE "N" TO WS-DESK-FOUND-FLAG
           MOVE 0 TO WS-DESK-POS
           PERFORM FIND-DESK-ENTRY VARYING WS-DESK-IDX FROM 1 BY 1
              UNTIL WS-DESK-IDX > WS-DESK-USED OR WS-DESK-FOUND
                 OR WS-DESK-POS > 0
           IF NOT WS-DESK-FOUND
              IF WS-DESK-USED < WS-DESK-MAX
                 IF WS-DESK-POS = 0
                    COMPUTE WS-DESK-POS = WS-DESK-USED + 1
                 ELSE
                    PERFORM SHIFT-DESK-ENTRY
                       VARYING WS-DESK-IDX FROM WS-DESK-USED BY -1
                       UNTIL WS-DESK-IDX < WS-DESK-POS
                 END-IF
                 ADD 1 TO WS-DESK-USED
                 MOVE CALC-REC-DEPARTMENT
                    TO WS-DESK-CODE (WS-DESK-POS)
                 MOVE CALC-REC-CURRENCY TO WS-DESK-CCY (WS-DESK-POS)
                 MOVE 1 TO WS-DESK-COUNT (WS-DESK-POS)
                 MOVE CALC-REC-CONVERTED
                    TO WS-DESK-VOLUME (WS-DESK-POS)
                 MOVE CALC-REC-FX-MARGIN
                    TO WS-DESK-MARGIN (WS-DESK-POS)
              ELSE
                 SET WS-DESK-FULL TO TRUE
              END-IF
           END-IF.

      * Entries are in ascending desk then currency order: the search
      * stops on the matching entry, or on the first one past the
      * record's key, which is where a new entry goes.
       FIND-DESK-ENTRY.
           IF CALC-REC-DEPARTMENT = WS-DESK-CODE (WS-DESK-IDX)
              AND CALC-REC-CURRENCY = WS-DESK-CCY (WS-DESK-IDX)
              SET WS-DESK-FOUND TO TRUE
              ADD 1 TO WS-DESK-COUNT (WS-DESK-IDX)
              ADD CALC-REC-CONVERTED TO WS-DESK-VOLUME (WS-DESK-IDX)
              ADD CALC-REC-FX-MARGIN TO WS-DESK-MARGIN (WS-DESK-IDX)
           ELSE
              IF CALC-REC-DEPARTMENT < WS-DESK-CODE (WS-DESK-IDX)
                 OR (CALC-REC-DEPARTMENT = WS-DESK-CODE (WS-DESK-IDX)
                     AND CALC-REC-CURRENCY < WS-DESK-CCY (WS-DESK-IDX))
                 MOVE WS-DESK-IDX TO WS-DESK-POS
              END-IF
           END-IF.

       SHIFT-DESK-ENTRY.
           MOVE WS-DESK-ENTRY (WS-DESK-IDX)
              TO WS-DESK-ENTRY (WS-DESK-IDX + 1).

       TALLY-CCY-MARGIN.
           MOVE "N" TO WS-CCY-FOUND-FLAG
           PERFORM FIND-CCY-ENTRY VARYING WS-CCY-IDX FROM 1 BY 1
              UNTIL WS-CCY-IDX > WS-CCY-USED OR WS-CCY-FOUND
           IF NOT WS-CCY-FOUND AND WS-CCY-USED < WS-CCY-MAX
              ADD 1 TO WS-CCY-USED
              MOVE CALC-REC-CURRENCY TO WS-CCY-CODE (WS-CCY-USED)
              MOVE 1 TO WS-CCY-COUNT (WS-CCY-USED)
              MOVE CALC-REC-CONVERTED TO WS-CCY-VOLUME (WS-CCY-USED)
              MOVE CALC-REC-FX-MARGIN TO WS-CCY-MARGIN (WS-CCY-USED)
           END-IF.

       FIND-CCY-ENTRY.
           IF CALC-REC-CURRENCY = WS-CCY-CODE (WS-CCY-IDX)
              SET WS-CCY-FOUND TO TRUE
              ADD 1 TO WS-CCY-COUNT (WS-CCY-IDX)
              ADD CALC-REC-CONVERTED TO WS-CCY-VOLUME (WS-CCY-IDX)
              ADD CALC-REC-FX-MARGIN TO WS-CCY-MARGIN (WS-CCY-IDX)
           END-IF.

       WRITE-MARGIN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "MARGE DE CHANGE CLIENTELE " DELIMITED BY SIZE
                  WS-MARGIN-FROM               DELIMITED BY SIZE
                  " - "                        DELIMITED BY SIZE
                  WS-MARGIN-TO                 DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "BUREAU     DEVISE      NOMBRE"  DELIMITED BY SIZE
                  "  VOLUME (DEVISE)"           DELIMITED BY SIZE
                  "               MARGE"         DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           MOVE SPACES TO WS-PREV-DESK
           PERFORM WRITE-DESK-LINE VARYING WS-DESK-IDX FROM 1 BY 1
              UNTIL WS-DESK-IDX > WS-DESK-USED

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "PAR DEVISE" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-CCY-LINE VARYING WS-CCY-IDX FROM 1 BY 1
              UNTIL WS-CCY-IDX > WS-CCY-USED

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOTAL-MARGIN TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           MOVE "TOTAL" TO REPORT-RECORD (1:5)
           MOVE WS-COUNT-EDIT TO REPORT-RECORD (23:7)
           MOVE WS-AMOUNT-EDIT TO REPORT-RECORD (51:16)
           WRITE REPORT-RECORD
           IF WS-SKIPPED-COUNT > 0
              MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT
              MOVE SPACES TO REPORT-RECORD
              STRING "ENREGISTREMENTS SANS MARGE ENREGISTREE: "
                        DELIMITED BY SIZE
                     WS-COUNT-EDIT DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF
           IF WS-DESK-FULL
              MOVE "*** TABLE BUREAU/DEVISE PLEINE - RAPPORT INCOMPLET"
                 TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE.

       WRITE-DESK-LINE.
           MOVE WS-DESK-COUNT (WS-DESK-IDX) TO WS-COUNT-EDIT
           MOVE WS-DESK-VOLUME (WS-DESK-IDX) TO WS-VOLUME-EDIT
           MOVE WS-DESK-MARGIN (WS-DESK-IDX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           IF WS-DESK-CODE (WS-DESK-IDX) NOT = WS-PREV-DESK
              MOVE WS-DESK-CODE (WS-DESK-IDX) TO REPORT-RECORD (1:10)
              MOVE WS-DESK-CODE (WS-DESK-IDX) TO WS-PREV-DESK
           END-IF
           MOVE WS-DESK-CCY (WS-DESK-IDX) TO REPORT-RECORD (12:3)
           MOVE WS-COUNT-EDIT TO REPORT-RECORD (23:7)
           MOVE WS-VOLUME-EDIT TO REPORT-RECORD (31:16)
           MOVE WS-AMOUNT-EDIT TO REPORT-RECORD (51:16)
           WRITE REPORT-RECORD.

       WRITE-CCY-LINE.
           MOVE WS-CCY-COUNT (WS-CCY-IDX) TO WS-COUNT-EDIT
           MOVE WS-CCY-VOLUME (WS-CCY-IDX) TO WS-VOLUME-EDIT
           MOVE WS-CCY-MARGIN (WS-CCY-IDX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-CCY-CODE (WS-CCY-IDX) TO REPORT-RECORD (12:3)
           MOVE WS-COUNT-EDIT TO REPORT-RECORD (23:7)
           MOVE WS-VOLUME-EDIT TO REPORT-RECORD (31:16)
           MOVE WS-AMOUNT-EDIT TO REPORT-RECORD (51:16)
           WRITE REPORT-RECORD.

      * Cycle and entity runs write audit-DATE-xxx.log files; this
      * program reads only the base file, so their presence is
      * reported rather than silently ignored.
       CHECK-AUDIT-VARIANTS.
           IF WS-VARIANT-WARNED
              CONTINUE
           ELSE
              MOVE SPACES TO WS-VARIANT-CMD
              STRING "ls audit-"  DELIMITED BY SIZE
                     WS-DAY-DATE  DELIMITED BY SIZE
                     "-*.log > /dev/null 2>&1" DELIMITED BY SIZE
                     INTO WS-VARIANT-CMD
              END-STRING
              CALL "SYSTEM" USING WS-VARIANT-CMD
                  RETURNING WS-VARIANT-RC
              IF WS-VARIANT-RC = 0
                 SET WS-VARIANT-WARNED TO TRUE
                 DISPLAY "AVERTISSEMENT: des journaux d'audit par "
                         "cycle ou par entite existent pour cette "
                         "periode et ne sont pas inclus ici"
              END-IF
           END-IF.


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

       END PROGRAM FX-MARGIN-REPORT.
