       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-AGEING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO DYNAMIC WS-DISPUTE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DISPUTE-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISPUTE-FILE.
       01 DISPUTE-RECORD.
           COPY DSPCASE.

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DISPUTE-FILENAME     PIC X(100)
                                     VALUE "dispute_cases.dat".
       01 WS-DISPUTE-STATUS       PIC X(2).
       01 WS-DISPUTE-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-DISPUTE-EOF                   VALUE "Y".
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-RUN-DATE             PIC X(8).
       01 WS-RUN-DATE-NUM         PIC 9(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".

      * Ageing buckets by days open: upper bound of each bucket and
      * its label; the last one catches everything older.
       01 WS-BUCKET-VALUES.
          05 FILLER               PIC 9(4)    VALUE 7.
          05 FILLER               PIC X(8)    VALUE "0-7".
          05 FILLER               PIC 9(4)    VALUE 14.
          05 FILLER               PIC X(8)    VALUE "8-14".
          05 FILLER               PIC 9(4)    VALUE 30.
          05 FILLER               PIC X(8)    VALUE "15-30".
          05 FILLER               PIC 9(4)    VALUE 60.
          05 FILLER               PIC X(8)    VALUE "31-60".
          05 FILLER               PIC 9(4)    VALUE 9999.
          05 FILLER               PIC X(8)    VALUE "> 60".
       01 WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
          05 WS-BUCKET-ENTRY OCCURS 5 TIMES.
             10 WS-BUCKET-LIMIT      PIC 9(4).
             10 WS-BUCKET-LABEL      PIC X(8).
       01 WS-BUCKET-COUNTS.
          05 WS-BUCKET-COUNT OCCURS 5 TIMES PIC 9(5).
       01 WS-BUCKET-IDX           PIC 9(1).
       01 WS-CASE-BUCKET          PIC 9(1).

      * Latest state of every case on file, rebuilt from its events.
       01 WS-DSP-TABLE.
          05 WS-DSP-ENTRY OCCURS 2000 TIMES.
             10 WS-DSP-CASE-ID       PIC X(10).
             10 WS-DSP-TRANS-ID      PIC X(12).
             10 WS-DSP-STATUS        PIC X(1).
                88 WS-DSP-UNRESOLVED          VALUES "O", "I".
                88 WS-DSP-REVERSED            VALUE "R".
             10 WS-DSP-OPEN-DATE     PIC 9(8).
             10 WS-DSP-OWNER         PIC X(30).
             10 WS-DSP-REVERSAL-ID   PIC X(12).
             10 WS-DSP-LAST-STAMP    PIC X(14).
       01 WS-DSP-USED             PIC 9(4)    VALUE 0.
       01 WS-DSP-MAX              PIC 9(4)    VALUE 2000.
       01 WS-DSP-IDX              PIC 9(4).
       01 WS-DSP-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-DSP-FOUND                     VALUE "Y".
       01 WS-DSP-FULL-FLAG        PIC X(1)    VALUE "N".
          88 WS-DSP-FULL                      VALUE "Y".

       01 WS-CASE-DAYS            PIC 9(4).
       01 WS-DAYS-EDIT            PIC Z(3)9.
       01 WS-STATUS-LABEL         PIC X(14).
       01 WS-OPEN-COUNT           PIC 9(5)    VALUE 0.
       01 WS-OVERDUE-COUNT        PIC 9(5)    VALUE 0.
       01 WS-PENDING-COUNT        PIC 9(5)    VALUE 0.
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.

      * Weekly ageing of the dispute cases.  Every case still open or
      * under investigation is listed with its owner, the date it
      * was opened and its age in days at the business date, then
      * counted in its ageing bucket.  Cases resolved by reversal
      * whose reversal has not yet been posted and linked back are
      * listed apart so a rejected reversal line does not go unseen.
      * Cases open more than 30 days end the step with RC 4.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM

           ACCEPT WS-DISPUTE-FILENAME FROM ENVIRONMENT "DISPUTE_FILE"
           IF WS-DISPUTE-FILENAME = SPACES
              MOVE "dispute_cases.dat" TO WS-DISPUTE-FILENAME
           END-IF

           IF WS-LOCALE-EN
              DISPLAY "=== Dispute case ageing: " WS-RUN-DATE " ==="
           ELSE
              DISPLAY "=== Anciennete des litiges: " WS-RUN-DATE
                      " ==="
           END-IF

           MOVE ZEROES TO WS-BUCKET-COUNTS
           PERFORM LOAD-DISPUTE-CASES

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "dispute_ageing-" DELIMITED BY SIZE
                  WS-RUN-DATE       DELIMITED BY SIZE
                  ".txt"            DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "Error: cannot write "
                         FUNCTION TRIM (WS-REPORT-FILENAME)
              ELSE
                 DISPLAY "Erreur: ecriture impossible "
                         FUNCTION TRIM (WS-REPORT-FILENAME)
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-OPEN-CASE
              VARYING WS-DSP-IDX FROM 1 BY 1
              UNTIL WS-DSP-IDX > WS-DSP-USED
           PERFORM WRITE-BUCKET-TOTALS
           PERFORM WRITE-PENDING-HEADER
           PERFORM WRITE-PENDING-REVERSAL
              VARYING WS-DSP-IDX FROM 1 BY 1
              UNTIL WS-DSP-IDX > WS-DSP-USED
           IF WS-PENDING-COUNT = 0
              MOVE "  AUCUNE" TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE

           IF WS-LOCALE-EN
              DISPLAY "Open cases: " WS-OPEN-COUNT
              DISPLAY "Open more than 30 days: " WS-OVERDUE-COUNT
              DISPLAY "Reversals awaiting posting: " WS-PENDING-COUNT
              DISPLAY "Report written to "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           ELSE
              DISPLAY "Dossiers ouverts: " WS-OPEN-COUNT
              DISPLAY "Ouverts depuis plus de 30 jours: "
                      WS-OVERDUE-COUNT
              DISPLAY "Extournes en attente: " WS-PENDING-COUNT
              DISPLAY "Rapport ecrit dans "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           END-IF
           IF WS-DSP-FULL
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: case table full, report incomplete"
              ELSE
                 DISPLAY "AVERTISSEMENT: table des dossiers pleine, "
                         "rapport incomplet"
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           END-IF
           IF WS-OVERDUE-COUNT > 0 AND WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-DISPUTE-CASES.
           MOVE "N" TO WS-DISPUTE-EOF-FLAG
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS = "00"
              PERFORM READ-DISPUTE-RECORD
              PERFORM APPLY-DISPUTE-EVENT UNTIL WS-DISPUTE-EOF
              CLOSE DISPUTE-FILE
           END-IF.

       READ-DISPUTE-RECORD.
           READ DISPUTE-FILE
              AT END
                 SET WS-DISPUTE-EOF TO TRUE
           END-READ.

       APPLY-DISPUTE-EVENT.
           MOVE "N" TO WS-DSP-FOUND-FLAG
           PERFORM FIND-CASE-ENTRY VARYING WS-DSP-IDX FROM 1 BY 1
              UNTIL WS-DSP-IDX > WS-DSP-USED OR WS-DSP-FOUND
           IF NOT WS-DSP-FOUND AND DC-EVT-OPENED
              IF WS-DSP-USED < WS-DSP-MAX
                 ADD 1 TO WS-DSP-USED
                 MOVE WS-DSP-USED TO WS-DSP-IDX
                 MOVE DC-CASE-ID TO WS-DSP-CASE-ID (WS-DSP-IDX)
                 MOVE DC-TRANS-ID TO WS-DSP-TRANS-ID (WS-DSP-IDX)
                 MOVE DC-OPEN-DATE TO WS-DSP-OPEN-DATE (WS-DSP-IDX)
                 MOVE SPACES TO WS-DSP-REVERSAL-ID (WS-DSP-IDX)
                 SET WS-DSP-FOUND TO TRUE
              ELSE
                 SET WS-DSP-FULL TO TRUE
              END-IF
           END-IF
           IF WS-DSP-FOUND
              MOVE DC-STATUS TO WS-DSP-STATUS (WS-DSP-IDX)
              MOVE DC-STAMP TO WS-DSP-LAST-STAMP (WS-DSP-IDX)
              IF DC-OWNER NOT = SPACES
                 MOVE DC-OWNER TO WS-DSP-OWNER (WS-DSP-IDX)
              END-IF
              IF DC-REVERSAL-ID NOT = SPACES
                 MOVE DC-REVERSAL-ID TO WS-DSP-REVERSAL-ID (WS-DSP-IDX)
              END-IF
           END-IF
           PERFORM READ-DISPUTE-RECORD.

       FIND-CASE-ENTRY.
           IF WS-DSP-CASE-ID (WS-DSP-IDX) = DC-CASE-ID
              SET WS-DSP-FOUND TO TRUE
              SUBTRACT 1 FROM WS-DSP-IDX
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING "ANCIENNETE DES LITIGES OUVERTS AU " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "DOSSIER    TRANSACTION  RESPONSABLE                "
                     DELIMITED BY SIZE
                  "    OUVERT   JOURS TRANCHE  STATUT"
                     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-OPEN-CASE.
           IF WS-DSP-UNRESOLVED (WS-DSP-IDX)
              ADD 1 TO WS-OPEN-COUNT
              COMPUTE WS-CASE-DAYS =
                 FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE
                      (WS-DSP-OPEN-DATE (WS-DSP-IDX))
              IF WS-CASE-DAYS > 30
                 ADD 1 TO WS-OVERDUE-COUNT
              END-IF
              MOVE 0 TO WS-CASE-BUCKET
              PERFORM FIND-CASE-BUCKET
                 VARYING WS-BUCKET-IDX FROM 1 BY 1
                 UNTIL WS-BUCKET-IDX > 5 OR WS-CASE-BUCKET > 0
              ADD 1 TO WS-BUCKET-COUNT (WS-CASE-BUCKET)
              IF WS-DSP-STATUS (WS-DSP-IDX) = "I"
                 MOVE "EN INSTRUCTION" TO WS-STATUS-LABEL
              ELSE
                 MOVE "OUVERT" TO WS-STATUS-LABEL
              END-IF
              MOVE WS-CASE-DAYS TO WS-DAYS-EDIT
              MOVE SPACES TO REPORT-RECORD
              STRING WS-DSP-CASE-ID (WS-DSP-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-DSP-TRANS-ID (WS-DSP-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-DSP-OWNER (WS-DSP-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-DSP-OPEN-DATE (WS-DSP-IDX) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     WS-DAYS-EDIT DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-BUCKET-LABEL (WS-CASE-BUCKET)
                        DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-STATUS-LABEL DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF.

       FIND-CASE-BUCKET.
           IF WS-CASE-DAYS <= WS-BUCKET-LIMIT (WS-BUCKET-IDX)
              MOVE WS-BUCKET-IDX TO WS-CASE-BUCKET
           END-IF.

       WRITE-BUCKET-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "DOSSIERS PAR TRANCHE D'ANCIENNETE (JOURS)"
              TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-BUCKET-LINE
              VARYING WS-BUCKET-IDX FROM 1 BY 1
              UNTIL WS-BUCKET-IDX > 5
           MOVE SPACES TO REPORT-RECORD
           STRING "  TOTAL    " DELIMITED BY SIZE
                  WS-OPEN-COUNT DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-BUCKET-LINE.
           MOVE SPACES TO REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
                  WS-BUCKET-LABEL (WS-BUCKET-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BUCKET-COUNT (WS-BUCKET-IDX) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-PENDING-HEADER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "RESOLUS PAR EXTOURNE - " DELIMITED BY SIZE
                  "EXTOURNE NON ENCORE COMPTABILISEE" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-PENDING-REVERSAL.
           IF WS-DSP-REVERSED (WS-DSP-IDX)
              AND WS-DSP-REVERSAL-ID (WS-DSP-IDX) = SPACES
              ADD 1 TO WS-PENDING-COUNT
              MOVE SPACES TO REPORT-RECORD
              STRING WS-DSP-CASE-ID (WS-DSP-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-DSP-TRANS-ID (WS-DSP-IDX) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     WS-DSP-OWNER (WS-DSP-IDX) DELIMITED BY SIZE
                     " RESOLU LE " DELIMITED BY SIZE
                     WS-DSP-LAST-STAMP (WS-DSP-IDX) (1:8)
                        DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
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

       END PROGRAM DISPUTE-AGEING.
