       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-RETURN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO DYNAMIC WS-RETURN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETURN-STATUS.

           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT SETTLE-FILE ASSIGN TO DYNAMIC WS-SETTLE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SETTLE-STATUS.

           SELECT STATUS-FILE ASSIGN TO DYNAMIC WS-STATUS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATUS-STATUS.

           SELECT NEW-STATUS-FILE
           ASSIGN TO DYNAMIC WS-NEW-STATUS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-STATUS-STATUS.

           SELECT REASON-FILE ASSIGN TO DYNAMIC WS-REASON-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REASON-STATUS.

           SELECT REVERSAL-REG-FILE
           ASSIGN TO DYNAMIC WS-REVERSAL-REG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVERSAL-REG-STATUS.

           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.

           SELECT SUSPENSE-FILE
           ASSIGN TO DYNAMIC WS-SUSPENSE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One line per payment the payment system has decided on:
      * ACC accepted, RJT rejected, RTN returned after acceptance.
       FD RETURN-FILE.
       01 RETURN-RECORD.
          05 PRT-BATCH            PIC X(6).
          05 FILLER               PIC X(1).
          05 PRT-TRANS-ID         PIC X(12).
          05 FILLER               PIC X(1).
          05 PRT-STATUS           PIC X(3).
             88 PRT-ACCEPTED                 VALUE "ACC".
             88 PRT-REJECTED                 VALUE "RJT".
             88 PRT-RETURNED                 VALUE "RTN".
          05 FILLER               PIC X(1).
          05 PRT-REASON           PIC X(4).
          05 FILLER               PIC X(1).
          05 PRT-DATE             PIC X(8).
          05 FILLER               PIC X(43).

       FD REGISTER-FILE.
       01 REGISTER-RECORD         PIC X(120).

       FD SETTLE-FILE.
       01 SETTLE-RECORD           PIC X(120).

      * Latest answer per payment; ACTION says what was done about a
      * rejection (R reversal queued, S suspense, D already reversed).
       FD STATUS-FILE.
       01 STATUS-RECORD.
          05 SST-BATCH            PIC X(6).
          05 FILLER               PIC X(1).
          05 SST-TRANS-ID         PIC X(12).
          05 FILLER               PIC X(1).
          05 SST-STATUS           PIC X(3).
          05 FILLER               PIC X(1).
          05 SST-REASON           PIC X(4).
          05 FILLER               PIC X(1).
          05 SST-DATE             PIC X(8).
          05 FILLER               PIC X(1).
          05 SST-ACTION           PIC X(1).

       FD NEW-STATUS-FILE.
       01 NEW-STATUS-RECORD       PIC X(39).

       FD REASON-FILE.
       01 REASON-RECORD.
          05 RSN-CODE             PIC X(4).
          05 FILLER               PIC X(1).
          05 RSN-TREATMENT        PIC X(1).
          05 FILLER               PIC X(1).
          05 RSN-DESCRIPTION      PIC X(30).

       FD REVERSAL-REG-FILE.
       01 REVERSAL-REG-RECORD.
          05 RVR-ORIG-ID          PIC X(12).
          05 FILLER               PIC X(1).
          05 RVR-NEW-ID           PIC X(12).
          05 FILLER               PIC X(1).
          05 RVR-DATE             PIC 9(8).

       FD TRANS-FILE.
       01 TRANS-RECORD            PIC X(114).
       01 TRANS-REVERSAL-RECORD REDEFINES TRANS-RECORD.
          05 TREV-TYPE            PIC X(3).
          05 TREV-ORIG-ID         PIC X(12).
          05 FILLER               PIC X(99).

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
          05 SUSP-REASON          PIC X(3).
          05 SUSP-REC-NUM         PIC 9(7).
          05 SUSP-DATE            PIC X(8).
          05 SUSP-TRANS-DATA      PIC X(114).

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RETURN-FILENAME      PIC X(100)  VALUE SPACES.
       01 WS-RETURN-STATUS        PIC X(2).
       01 WS-RETURN-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-RETURN-EOF                    VALUE "Y".
       01 WS-REGISTER-FILENAME    PIC X(100)
                                     VALUE "settlement_register.dat".
       01 WS-REGISTER-STATUS      PIC X(2).
       01 WS-REGISTER-EOF-FLAG    PIC X(1)    VALUE "N".
          88 WS-REGISTER-EOF                  VALUE "Y".
       01 WS-SETTLE-FILENAME      PIC X(100).
       01 WS-SETTLE-STATUS        PIC X(2).
       01 WS-SETTLE-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-SETTLE-EOF                    VALUE "Y".
       01 WS-STATUS-FILENAME      PIC X(100)
                                     VALUE "settlement_status.dat".
       01 WS-STATUS-STATUS        PIC X(2).
       01 WS-STATUS-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-STATUS-EOF                    VALUE "Y".
       01 WS-NEW-STATUS-FILENAME  PIC X(104)
                                     VALUE "settlement_status.dat.new".
       01 WS-NEW-STATUS-STATUS    PIC X(2).
       01 WS-REASON-FILENAME      PIC X(100)
                                     VALUE "payment_reasons.dat".
       01 WS-REASON-STATUS        PIC X(2).
       01 WS-REASON-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-REASON-EOF                    VALUE "Y".
       01 WS-REVERSAL-REG-FILENAME PIC X(100)
                                     VALUE "reversal_register.dat".
       01 WS-REVERSAL-REG-STATUS  PIC X(2).
       01 WS-REVERSAL-EOF-FLAG    PIC X(1)    VALUE "N".
          88 WS-REVERSAL-EOF                  VALUE "Y".
       01 WS-REVERSED-FLAG        PIC X(1)    VALUE "N".
          88 WS-ALREADY-REVERSED              VALUE "Y".
       01 WS-TRANS-FILENAME       PIC X(100)  VALUE "transactions.txt".
       01 WS-TRANS-STATUS         PIC X(2).
       01 WS-SUSPENSE-FILENAME    PIC X(100)  VALUE "suspense.dat".
       01 WS-SUSPENSE-STATUS      PIC X(2).
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-RUN-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-RETURN-LINE-NUM      PIC 9(7)    VALUE 0.

      * Batches handed over, from the settlement register.
       01 WS-BATCH-TABLE.
          05 WS-BAT-ENTRY OCCURS 500 TIMES.
             10 WS-BAT-SEQ           PIC X(6).
             10 WS-BAT-DATE          PIC X(8).
             10 WS-BAT-ENTITY        PIC X(3).
             10 WS-BAT-CCY           PIC X(3).
             10 WS-BAT-COUNT         PIC 9(7).
             10 WS-BAT-FILE          PIC X(60).
             10 WS-BAT-ACCEPTED      PIC 9(7).
             10 WS-BAT-REJECTED      PIC 9(7).
       01 WS-BAT-USED             PIC 9(3)    VALUE 0.
       01 WS-BAT-MAX              PIC 9(3)    VALUE 500.
       01 WS-BAT-IDX              PIC 9(3).
       01 WS-BAT-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-BAT-FOUND                     VALUE "Y".
       01 WS-REG-COUNT-TEXT       PIC X(7).
       01 WS-REG-TOTAL-TEXT       PIC X(20).

       01 WS-STATUS-TABLE.
          05 WS-SST-ENTRY OCCURS 5000 TIMES.
             10 WS-SST-BATCH         PIC X(6).
             10 WS-SST-TRANS-ID      PIC X(12).
             10 WS-SST-STATUS        PIC X(3).
             10 WS-SST-REASON        PIC X(4).
             10 WS-SST-DATE          PIC X(8).
             10 WS-SST-ACTION        PIC X(1).
       01 WS-SST-USED             PIC 9(4)    VALUE 0.
       01 WS-SST-MAX              PIC 9(4)    VALUE 5000.
       01 WS-SST-IDX              PIC 9(4).
       01 WS-SST-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-SST-FOUND                     VALUE "Y".

       01 WS-REASON-TABLE.
          05 WS-RSN-ENTRY OCCURS 100 TIMES.
             10 WS-RSN-CODE          PIC X(4).
             10 WS-RSN-TREATMENT     PIC X(1).
       01 WS-RSN-USED             PIC 9(3)    VALUE 0.
       01 WS-RSN-MAX              PIC 9(3)    VALUE 100.
       01 WS-RSN-IDX              PIC 9(3).
       01 WS-TREATMENT            PIC X(1).
          88 WS-TREAT-REVERSE                 VALUE "R".
          88 WS-TREAT-SUSPENSE                VALUE "S".

       01 WS-IN-BATCH-FLAG        PIC X(1)    VALUE "N".
          88 WS-IN-BATCH                      VALUE "Y".
       01 WS-DET-TRANS-ID         PIC X(12).
       01 WS-SUSPENSE-REASON      PIC X(3).
       01 WS-REV-LINE.
          05 WS-REV-TYPE          PIC X(3)    VALUE "REV".
          05 WS-REV-ORIG-ID       PIC X(12).
          05 FILLER               PIC X(99)   VALUE SPACES.

       01 WS-ACCEPTED-COUNT       PIC 9(7)    VALUE 0.
       01 WS-REVERSAL-COUNT       PIC 9(7)    VALUE 0.
       01 WS-SUSPENSE-COUNT       PIC 9(7)    VALUE 0.
       01 WS-UNMATCHED-COUNT      PIC 9(7)    VALUE 0.
       01 WS-DUPLICATE-COUNT      PIC 9(7)    VALUE 0.
       01 WS-UNANSWERED           PIC S9(7).
       01 WS-OPEN-BATCHES         PIC 9(3)    VALUE 0.
       01 WS-COUNT-EDIT           PIC Z(6)9.
       01 WS-COUNT-EDIT-2         PIC Z(6)9.
       01 WS-COUNT-EDIT-3         PIC Z(6)9.
       01 WS-COUNT-EDIT-4         PIC -(6)9.
       01 WS-SHELL-CMD            PIC X(300).
       01 WS-SHELL-RC             PIC S9(9) COMP-5.
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.

      * The payment system's answer to the settlement batches.  Each
      * status line is tied back to its batch and transaction; a
      * rejection either queues a reversal on the transaction feed
      * (CALCULATOR posts it in the next batch through the ordinary
      * REV path) or, when the reason code calls for a person to
      * look at it, goes to suspense with the same reversal line so
      * SUSPENSE-RESUBMIT can release it once decided.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           ACCEPT WS-RETURN-FILENAME FROM ENVIRONMENT "PAYRET_FILE"
           IF WS-RETURN-FILENAME = SPACES
              STRING "payment_status-" DELIMITED BY SIZE
                     WS-RUN-DATE       DELIMITED BY SIZE
                     ".dat"            DELIMITED BY SIZE
                     INTO WS-RETURN-FILENAME
           END-IF
           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT "TRANS_FILENAME"
           IF WS-TRANS-FILENAME = SPACES
              MOVE "transactions.txt" TO WS-TRANS-FILENAME
           END-IF
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "settlement_status-" DELIMITED BY SIZE
                  WS-RUN-DATE          DELIMITED BY SIZE
                  ".txt"               DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME

           IF WS-LOCALE-EN
              DISPLAY "=== Payment status return: "
                      FUNCTION TRIM (WS-RETURN-FILENAME) " ==="
           ELSE
              DISPLAY "=== Retour de statut des paiements: "
                      FUNCTION TRIM (WS-RETURN-FILENAME) " ==="
           END-IF

           PERFORM LOAD-SETTLEMENT-REGISTER
           PERFORM LOAD-PAYMENT-STATUS
           PERFORM LOAD-REASON-CODES

           MOVE "N" TO WS-RETURN-EOF-FLAG
           OPEN INPUT RETURN-FILE
           IF WS-RETURN-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "No return file - status report only"
              ELSE
                 DISPLAY "Pas de fichier retour - rapport de statut "
                         "seulement"
              END-IF
              MOVE 4 TO WS-RETURN-CODE
           ELSE
              PERFORM READ-RETURN-RECORD
              PERFORM PROCESS-ONE-RETURN UNTIL WS-RETURN-EOF
              CLOSE RETURN-FILE
              PERFORM SAVE-PAYMENT-STATUS
           END-IF

           PERFORM COUNT-BATCH-ANSWERS
              VARYING WS-SST-IDX FROM 1 BY 1
              UNTIL WS-SST-IDX > WS-SST-USED
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-STATUS-REPORT
           CLOSE REPORT-FILE

           IF WS-LOCALE-EN
              DISPLAY "Accepted: " WS-ACCEPTED-COUNT
              DISPLAY "Reversals queued: " WS-REVERSAL-COUNT
              DISPLAY "Sent to suspense: " WS-SUSPENSE-COUNT
              DISPLAY "Unmatched lines: " WS-UNMATCHED-COUNT
              DISPLAY "Batches still awaiting answers: "
                      WS-OPEN-BATCHES
              DISPLAY "Report written to "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           ELSE
              DISPLAY "Acceptes: " WS-ACCEPTED-COUNT
              DISPLAY "Extournes generees: " WS-REVERSAL-COUNT
              DISPLAY "Mis en suspens: " WS-SUSPENSE-COUNT
              DISPLAY "Lignes non rapprochees: " WS-UNMATCHED-COUNT
              DISPLAY "Lots en attente de reponse: "
                      WS-OPEN-BATCHES
              DISPLAY "Rapport ecrit dans "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           END-IF
           IF WS-UNMATCHED-COUNT > 0 OR WS-SUSPENSE-COUNT > 0
              MOVE 4 TO WS-RETURN-CODE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      * seq date entity currency count total file, as
      * SETTLEMENT-GEN appends them.
       LOAD-SETTLEMENT-REGISTER.
           MOVE "N" TO WS-REGISTER-EOF-FLAG
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
              PERFORM READ-REGISTER-RECORD
              PERFORM LOAD-ONE-BATCH UNTIL WS-REGISTER-EOF
              CLOSE REGISTER-FILE
           END-IF.

       READ-REGISTER-RECORD.
           READ REGISTER-FILE
              AT END
                 SET WS-REGISTER-EOF TO TRUE
           END-READ.

       LOAD-ONE-BATCH.
           IF REGISTER-RECORD (1:6) NUMERIC
              IF WS-BAT-USED >= WS-BAT-MAX
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
              ADD 1 TO WS-BAT-USED
              MOVE SPACES TO WS-REG-COUNT-TEXT WS-REG-TOTAL-TEXT
              UNSTRING REGISTER-RECORD DELIMITED BY ALL " "
                 INTO WS-BAT-SEQ (WS-BAT-USED),
                      WS-BAT-DATE (WS-BAT-USED),
                      WS-BAT-ENTITY (WS-BAT-USED),
                      WS-BAT-CCY (WS-BAT-USED),
                      WS-REG-COUNT-TEXT,
                      WS-REG-TOTAL-TEXT,
                      WS-BAT-FILE (WS-BAT-USED)
              END-UNSTRING
              MOVE 0 TO WS-BAT-COUNT (WS-BAT-USED)
              IF WS-REG-COUNT-TEXT NUMERIC
                 MOVE WS-REG-COUNT-TEXT TO WS-BAT-COUNT (WS-BAT-USED)
              END-IF
              MOVE 0 TO WS-BAT-ACCEPTED (WS-BAT-USED)
              MOVE 0 TO WS-BAT-REJECTED (WS-BAT-USED)
           END-IF
           PERFORM READ-REGISTER-RECORD.

       LOAD-PAYMENT-STATUS.
           MOVE "N" TO WS-STATUS-EOF-FLAG
           OPEN INPUT STATUS-FILE
           IF WS-STATUS-STATUS = "00"
              PERFORM READ-STATUS-RECORD
              PERFORM LOAD-ONE-STATUS UNTIL WS-STATUS-EOF
              CLOSE STATUS-FILE
           END-IF.

       READ-STATUS-RECORD.
           READ STATUS-FILE
              AT END
                 SET WS-STATUS-EOF TO TRUE
           END-READ.

       LOAD-ONE-STATUS.
           IF SST-BATCH NOT = SPACES
              IF WS-SST-USED >= WS-SST-MAX
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
              ADD 1 TO WS-SST-USED
              MOVE SST-BATCH TO WS-SST-BATCH (WS-SST-USED)
              MOVE SST-TRANS-ID TO WS-SST-TRANS-ID (WS-SST-USED)
              MOVE SST-STATUS TO WS-SST-STATUS (WS-SST-USED)
              MOVE SST-REASON TO WS-SST-REASON (WS-SST-USED)
              MOVE SST-DATE TO WS-SST-DATE (WS-SST-USED)
              MOVE SST-ACTION TO WS-SST-ACTION (WS-SST-USED)
           END-IF
           PERFORM READ-STATUS-RECORD.

       LOAD-REASON-CODES.
           MOVE "N" TO WS-REASON-EOF-FLAG
           OPEN INPUT REASON-FILE
           IF WS-REASON-STATUS = "00"
              PERFORM READ-REASON-RECORD
              PERFORM LOAD-ONE-REASON UNTIL WS-REASON-EOF
              CLOSE REASON-FILE
           END-IF.

       READ-REASON-RECORD.
           READ REASON-FILE
              AT END
                 SET WS-REASON-EOF TO TRUE
           END-READ.

       LOAD-ONE-REASON.
           IF RSN-CODE (1:1) NOT = "*" AND RSN-CODE NOT = SPACES
              AND (RSN-TREATMENT = "R" OR RSN-TREATMENT = "S")
              AND WS-RSN-USED < WS-RSN-MAX
              ADD 1 TO WS-RSN-USED
              MOVE RSN-CODE TO WS-RSN-CODE (WS-RSN-USED)
              MOVE RSN-TREATMENT TO WS-RSN-TREATMENT (WS-RSN-USED)
           END-IF
           PERFORM READ-REASON-RECORD.

       READ-RETURN-RECORD.
           READ RETURN-FILE
              AT END
                 SET WS-RETURN-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-RETURN-LINE-NUM
           END-READ.

      * A line that names no known batch, or a transaction that was
      * not in that batch, goes to suspense as PRU: somebody has to
      * find out what the payment system is answering.
       PROCESS-ONE-RETURN.
           MOVE SPACES TO WS-REV-ORIG-ID
           MOVE PRT-TRANS-ID TO WS-REV-ORIG-ID
           MOVE "N" TO WS-BAT-FOUND-FLAG
           PERFORM FIND-BATCH VARYING WS-BAT-IDX FROM 1 BY 1
              UNTIL WS-BAT-IDX > WS-BAT-USED OR WS-BAT-FOUND
           IF WS-BAT-FOUND
              PERFORM CHECK-TRANS-IN-BATCH
           END-IF
           IF NOT WS-BAT-FOUND OR NOT WS-IN-BATCH
              OR NOT (PRT-ACCEPTED OR PRT-REJECTED OR PRT-RETURNED)
              IF WS-LOCALE-EN
                 DISPLAY "Unmatched line " WS-RETURN-LINE-NUM
                         ": batch " PRT-BATCH " transaction "
                         PRT-TRANS-ID
              ELSE
                 DISPLAY "Ligne " WS-RETURN-LINE-NUM
                         " non rapprochee: lot " PRT-BATCH
                         " transaction " PRT-TRANS-ID
              END-IF
              ADD 1 TO WS-UNMATCHED-COUNT
              MOVE "PRU" TO WS-SUSPENSE-REASON
              PERFORM WRITE-SUSPENSE-RECORD
           ELSE
              PERFORM APPLY-PAYMENT-STATUS
           END-IF
           PERFORM READ-RETURN-RECORD.

       FIND-BATCH.
           IF WS-BAT-SEQ (WS-BAT-IDX) = PRT-BATCH
              SET WS-BAT-FOUND TO TRUE
              SUBTRACT 1 FROM WS-BAT-IDX
           END-IF.

       CHECK-TRANS-IN-BATCH.
           MOVE "N" TO WS-IN-BATCH-FLAG
           MOVE "N" TO WS-SETTLE-EOF-FLAG
           MOVE WS-BAT-FILE (WS-BAT-IDX) TO WS-SETTLE-FILENAME
           OPEN INPUT SETTLE-FILE
           IF WS-SETTLE-STATUS = "00"
              PERFORM READ-SETTLE-RECORD
              PERFORM MATCH-SETTLE-DETAIL
                 UNTIL WS-SETTLE-EOF OR WS-IN-BATCH
              CLOSE SETTLE-FILE
           END-IF.

       READ-SETTLE-RECORD.
           READ SETTLE-FILE
              AT END
                 SET WS-SETTLE-EOF TO TRUE
           END-READ.

       MATCH-SETTLE-DETAIL.
           MOVE SETTLE-RECORD (1:12) TO WS-DET-TRANS-ID
           IF WS-DET-TRANS-ID = PRT-TRANS-ID
              SET WS-IN-BATCH TO TRUE
           ELSE
              PERFORM READ-SETTLE-RECORD
           END-IF.

      * A rejection already acted on is not acted on twice, so the
      * same return file can be fed again without harm.
       APPLY-PAYMENT-STATUS.
           MOVE "N" TO WS-SST-FOUND-FLAG
           PERFORM FIND-PAYMENT-STATUS
              VARYING WS-SST-IDX FROM 1 BY 1
              UNTIL WS-SST-IDX > WS-SST-USED OR WS-SST-FOUND
           IF WS-SST-FOUND
              AND (WS-SST-STATUS (WS-SST-IDX) = PRT-STATUS
                   OR WS-SST-ACTION (WS-SST-IDX) NOT = SPACE)
              ADD 1 TO WS-DUPLICATE-COUNT
           ELSE
              IF NOT WS-SST-FOUND
                 IF WS-SST-USED >= WS-SST-MAX
                    PERFORM ABEND-TABLE-OVERFLOW
                 END-IF
                 ADD 1 TO WS-SST-USED
                 MOVE WS-SST-USED TO WS-SST-IDX
                 MOVE PRT-BATCH TO WS-SST-BATCH (WS-SST-IDX)
                 MOVE PRT-TRANS-ID TO WS-SST-TRANS-ID (WS-SST-IDX)
              END-IF
              MOVE PRT-STATUS TO WS-SST-STATUS (WS-SST-IDX)
              MOVE PRT-REASON TO WS-SST-REASON (WS-SST-IDX)
              MOVE PRT-DATE TO WS-SST-DATE (WS-SST-IDX)
              MOVE SPACE TO WS-SST-ACTION (WS-SST-IDX)
              IF PRT-ACCEPTED
                 ADD 1 TO WS-ACCEPTED-COUNT
              ELSE
                 PERFORM TREAT-REJECTED-PAYMENT
              END-IF
           END-IF.

       FIND-PAYMENT-STATUS.
           IF WS-SST-BATCH (WS-SST-IDX) = PRT-BATCH
              AND WS-SST-TRANS-ID (WS-SST-IDX) = PRT-TRANS-ID
              SET WS-SST-FOUND TO TRUE
              SUBTRACT 1 FROM WS-SST-IDX
           END-IF.

       TREAT-REJECTED-PAYMENT.
           MOVE "S" TO WS-TREATMENT
           PERFORM FIND-REASON-CODE VARYING WS-RSN-IDX FROM 1 BY 1
              UNTIL WS-RSN-IDX > WS-RSN-USED
           PERFORM CHECK-REVERSAL-REGISTER
           EVALUATE TRUE
              WHEN WS-ALREADY-REVERSED
                 MOVE "D" TO WS-SST-ACTION (WS-SST-IDX)
              WHEN WS-TREAT-REVERSE
                 PERFORM QUEUE-REVERSAL
              WHEN OTHER
                 MOVE "PRJ" TO WS-SUSPENSE-REASON
                 PERFORM WRITE-SUSPENSE-RECORD
                 MOVE "S" TO WS-SST-ACTION (WS-SST-IDX)
           END-EVALUATE.

       FIND-REASON-CODE.
           IF WS-RSN-CODE (WS-RSN-IDX) = PRT-REASON
              MOVE WS-RSN-TREATMENT (WS-RSN-IDX) TO WS-TREATMENT
           END-IF.

       CHECK-REVERSAL-REGISTER.
           MOVE "N" TO WS-REVERSED-FLAG
           MOVE "N" TO WS-REVERSAL-EOF-FLAG
           OPEN INPUT REVERSAL-REG-FILE
           IF WS-REVERSAL-REG-STATUS = "00"
              PERFORM READ-REVERSAL-REG-RECORD
              PERFORM MATCH-REVERSAL-REG-RECORD
                 UNTIL WS-REVERSAL-EOF OR WS-ALREADY-REVERSED
              CLOSE REVERSAL-REG-FILE
           END-IF.

       READ-REVERSAL-REG-RECORD.
           READ REVERSAL-REG-FILE
              AT END
                 SET WS-REVERSAL-EOF TO TRUE
           END-READ.

       MATCH-REVERSAL-REG-RECORD.
           IF RVR-ORIG-ID = PRT-TRANS-ID
              SET WS-ALREADY-REVERSED TO TRUE
           END-IF
           PERFORM READ-REVERSAL-REG-RECORD.

      * The generated line rides the normal batch: CALCULATOR posts
      * the reversal and records it in the reversal register.
       QUEUE-REVERSAL.
           OPEN EXTEND TRANS-FILE
           IF WS-TRANS-STATUS = "35"
              OPEN OUTPUT TRANS-FILE
           END-IF
           IF WS-TRANS-STATUS = "00"
              MOVE WS-REV-LINE TO TRANS-RECORD
              WRITE TRANS-RECORD
              CLOSE TRANS-FILE
              ADD 1 TO WS-REVERSAL-COUNT
              MOVE "R" TO WS-SST-ACTION (WS-SST-IDX)
           ELSE
              IF WS-LOCALE-EN
                 DISPLAY "Error: cannot open transaction feed - "
                         PRT-TRANS-ID " sent to suspense"
              ELSE
                 DISPLAY "Erreur: ouverture du fichier de "
                         "transactions impossible - " PRT-TRANS-ID
                         " mis en suspens"
              END-IF
              MOVE "PRJ" TO WS-SUSPENSE-REASON
              PERFORM WRITE-SUSPENSE-RECORD
              MOVE "S" TO WS-SST-ACTION (WS-SST-IDX)
           END-IF.

       WRITE-SUSPENSE-RECORD.
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "35"
              OPEN OUTPUT SUSPENSE-FILE
           END-IF
           IF WS-SUSPENSE-STATUS = "00"
              MOVE SPACES TO SUSPENSE-RECORD
              MOVE WS-SUSPENSE-REASON TO SUSP-REASON
              MOVE WS-RETURN-LINE-NUM TO SUSP-REC-NUM
              MOVE WS-RUN-DATE TO SUSP-DATE
              MOVE WS-REV-LINE TO SUSP-TRANS-DATA
              WRITE SUSPENSE-RECORD
              CLOSE SUSPENSE-FILE
              ADD 1 TO WS-SUSPENSE-COUNT
           ELSE
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: suspense file not available: "
                         FUNCTION TRIM (WS-SUSPENSE-FILENAME)
              ELSE
                 DISPLAY "AVERTISSEMENT: fichier de suspens "
                         "indisponible: "
                         FUNCTION TRIM (WS-SUSPENSE-FILENAME)
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           END-IF.

       SAVE-PAYMENT-STATUS.
           OPEN OUTPUT NEW-STATUS-FILE
           PERFORM WRITE-ONE-STATUS VARYING WS-SST-IDX FROM 1 BY 1
              UNTIL WS-SST-IDX > WS-SST-USED
           CLOSE NEW-STATUS-FILE
           MOVE SPACES TO WS-SHELL-CMD
           STRING "mv -f " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NEW-STATUS-FILENAME)
                     DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-STATUS-FILENAME)
                     DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC.

       WRITE-ONE-STATUS.
           MOVE SPACES TO STATUS-RECORD
           MOVE WS-SST-BATCH (WS-SST-IDX) TO SST-BATCH
           MOVE WS-SST-TRANS-ID (WS-SST-IDX) TO SST-TRANS-ID
           MOVE WS-SST-STATUS (WS-SST-IDX) TO SST-STATUS
           MOVE WS-SST-REASON (WS-SST-IDX) TO SST-REASON
           MOVE WS-SST-DATE (WS-SST-IDX) TO SST-DATE
           MOVE WS-SST-ACTION (WS-SST-IDX) TO SST-ACTION
           MOVE STATUS-RECORD TO NEW-STATUS-RECORD
           WRITE NEW-STATUS-RECORD.

       COUNT-BATCH-ANSWERS.
           MOVE "N" TO WS-BAT-FOUND-FLAG
           PERFORM FIND-STATUS-BATCH VARYING WS-BAT-IDX FROM 1 BY 1
              UNTIL WS-BAT-IDX > WS-BAT-USED OR WS-BAT-FOUND
           IF WS-BAT-FOUND
              IF WS-SST-STATUS (WS-SST-IDX) = "ACC"
                 ADD 1 TO WS-BAT-ACCEPTED (WS-BAT-IDX)
              ELSE
                 ADD 1 TO WS-BAT-REJECTED (WS-BAT-IDX)
              END-IF
           END-IF.

       FIND-STATUS-BATCH.
           IF WS-BAT-SEQ (WS-BAT-IDX) = WS-SST-BATCH (WS-SST-IDX)
              SET WS-BAT-FOUND TO TRUE
              SUBTRACT 1 FROM WS-BAT-IDX
           END-IF.

       WRITE-STATUS-REPORT.
           MOVE SPACES TO REPORT-RECORD
           STRING "STATUT DES REGLEMENTS AU " DELIMITED BY SIZE
                  WS-RUN-DATE                 DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "LOT    DATE     ENT DEV  PAIEMENTS   ACCEPTES"
                     DELIMITED BY SIZE
                  "    REJETES SANS REPONSE" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM WRITE-BATCH-LINE VARYING WS-BAT-IDX FROM 1 BY 1
              UNTIL WS-BAT-IDX > WS-BAT-USED
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-EDIT
           MOVE WS-REVERSAL-COUNT TO WS-COUNT-EDIT-2
           MOVE WS-SUSPENSE-COUNT TO WS-COUNT-EDIT-3
           MOVE SPACES TO REPORT-RECORD
           STRING "CE PASSAGE: ACCEPTES " DELIMITED BY SIZE
                  WS-COUNT-EDIT           DELIMITED BY SIZE
                  "  EXTOURNES "          DELIMITED BY SIZE
                  WS-COUNT-EDIT-2         DELIMITED BY SIZE
                  "  SUSPENS "            DELIMITED BY SIZE
                  WS-COUNT-EDIT-3         DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-EDIT
           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-EDIT-2
           MOVE SPACES TO REPORT-RECORD
           STRING "            NON RAPPROCHES " DELIMITED BY SIZE
                  WS-COUNT-EDIT                 DELIMITED BY SIZE
                  "  DEJA TRAITES "             DELIMITED BY SIZE
                  WS-COUNT-EDIT-2               DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-BATCH-LINE.
           COMPUTE WS-UNANSWERED = WS-BAT-COUNT (WS-BAT-IDX)
              - WS-BAT-ACCEPTED (WS-BAT-IDX)
              - WS-BAT-REJECTED (WS-BAT-IDX)
           IF WS-UNANSWERED > 0
              ADD 1 TO WS-OPEN-BATCHES
           END-IF
           MOVE WS-BAT-COUNT (WS-BAT-IDX) TO WS-COUNT-EDIT
           MOVE WS-BAT-ACCEPTED (WS-BAT-IDX) TO WS-COUNT-EDIT-2
           MOVE WS-BAT-REJECTED (WS-BAT-IDX) TO WS-COUNT-EDIT-3
           MOVE WS-UNANSWERED TO WS-COUNT-EDIT-4
           MOVE SPACES TO REPORT-RECORD
           STRING WS-BAT-SEQ (WS-BAT-IDX)    DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-BAT-DATE (WS-BAT-IDX)   DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-BAT-ENTITY (WS-BAT-IDX) DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-BAT-CCY (WS-BAT-IDX)    DELIMITED BY SIZE
                  "    "                     DELIMITED BY SIZE
                  WS-COUNT-EDIT              DELIMITED BY SIZE
                  "    "                     DELIMITED BY SIZE
                  WS-COUNT-EDIT-2            DELIMITED BY SIZE
                  "    "                     DELIMITED BY SIZE
                  WS-COUNT-EDIT-3            DELIMITED BY SIZE
                  "      "                   DELIMITED BY SIZE
                  WS-COUNT-EDIT-4            DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       ABEND-TABLE-OVERFLOW.
           IF WS-LOCALE-EN
              DISPLAY "ERROR: settlement batches or payment statuses "
                      "exceed table size - run stopped"
           ELSE
              DISPLAY "ERREUR: lots ou statuts de paiement au-dela "
                      "de la table - traitement arrete"
           END-IF
           MOVE 16 TO RETURN-CODE
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

       END PROGRAM PAYMENT-RETURN.
