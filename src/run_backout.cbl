       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-BACKOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-REGISTER-FILE
           ASSIGN TO DYNAMIC WS-RUN-REGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-REGISTER-STATUS.

           SELECT LIST-FILE ASSIGN TO DYNAMIC WS-LIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REVERSAL-REG-FILE
           ASSIGN TO DYNAMIC WS-REVERSAL-REG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVERSAL-REG-STATUS.

           SELECT CHAIN-REF-FILE
           ASSIGN TO DYNAMIC WS-CHAIN-REF-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHAIN-REF-STATUS.

           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT SETTLE-FILE ASSIGN TO DYNAMIC WS-SETTLE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SETTLE-STATUS.

           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One STARTED and one ENDED (or QUIESCED) line per run, as
      * CALCULATOR appends them.
       FD RUN-REGISTER-FILE.
       01 RUN-REGISTER-RECORD.
          05 RRG-RUN-ID           PIC X(15).
          05 FILLER               PIC X(1).
          05 RRG-DATE             PIC X(8).
          05 FILLER               PIC X(1).
          05 RRG-START            PIC X(6).
          05 FILLER               PIC X(1).
          05 RRG-END              PIC X(6).
          05 FILLER               PIC X(1).
          05 RRG-MODE             PIC X(1).
          05 FILLER               PIC X(1).
          05 RRG-INPUT            PIC X(30).
          05 FILLER               PIC X(1).
          05 RRG-CALC-COUNT       PIC X(7).
          05 FILLER               PIC X(1).
          05 RRG-REJECT-COUNT     PIC X(7).
          05 FILLER               PIC X(1).
          05 RRG-RC               PIC X(2).
          05 FILLER               PIC X(1).
          05 RRG-STATE            PIC X(8).
          05 FILLER               PIC X(11).

       FD LIST-FILE.
       01 LIST-RECORD             PIC X(100).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY CALCREC.

       FD REVERSAL-REG-FILE.
       01 REVERSAL-REG-RECORD.
          05 RVR-ORIG-ID          PIC X(12).
          05 FILLER               PIC X(1).
          05 RVR-NEW-ID           PIC X(12).
          05 FILLER               PIC X(1).
          05 RVR-DATE             PIC 9(8).

       FD CHAIN-REF-FILE.
       01 CHAIN-REF-RECORD.
          05 CHR-REF-ID           PIC X(12).
          05 FILLER               PIC X(1).
          05 CHR-RUN-ID           PIC X(15).
          05 FILLER               PIC X(1).
          05 CHR-DATE             PIC 9(8).

       FD REGISTER-FILE.
       01 REGISTER-RECORD         PIC X(120).

       FD SETTLE-FILE.
       01 SETTLE-RECORD           PIC X(120).

       FD TRANS-FILE.
       01 TRANS-RECORD            PIC X(114).
       01 TRANS-REVERSAL-RECORD REDEFINES TRANS-RECORD.
          05 TREV-TYPE            PIC X(3).
          05 TREV-ORIG-ID         PIC X(12).
          05 FILLER               PIC X(99).

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RUN-REGISTER-FILENAME PIC X(100)
                                     VALUE "run_register.dat".
       01 WS-RUN-REGISTER-STATUS  PIC X(2).
       01 WS-RUN-REGISTER-EOF-FLAG PIC X(1)   VALUE "N".
          88 WS-RUN-REGISTER-EOF              VALUE "Y".
       01 WS-LIST-FILENAME        PIC X(100)
                                     VALUE "backout_list.tmp".
       01 WS-LIST-STATUS          PIC X(2).
       01 WS-LIST-EOF-FLAG        PIC X(1)    VALUE "N".
          88 WS-LIST-EOF                      VALUE "Y".
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-AUDIT-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-AUDIT-EOF                     VALUE "Y".
       01 WS-REVERSAL-REG-FILENAME PIC X(100)
                                     VALUE "reversal_register.dat".
       01 WS-REVERSAL-REG-STATUS  PIC X(2).
       01 WS-REVERSAL-EOF-FLAG    PIC X(1)    VALUE "N".
          88 WS-REVERSAL-EOF                  VALUE "Y".
       01 WS-CHAIN-REF-FILENAME   PIC X(100)
                                     VALUE "chain_ref_register.dat".
       01 WS-CHAIN-REF-STATUS     PIC X(2).
       01 WS-CHAIN-REF-EOF-FLAG   PIC X(1)    VALUE "N".
          88 WS-CHAIN-REF-EOF                 VALUE "Y".
       01 WS-REGISTER-FILENAME    PIC X(100)
                                     VALUE "settlement_register.dat".
       01 WS-REGISTER-STATUS      PIC X(2).
       01 WS-REGISTER-EOF-FLAG    PIC X(1)    VALUE "N".
          88 WS-REGISTER-EOF                  VALUE "Y".
       01 WS-SETTLE-FILENAME      PIC X(100).
       01 WS-SETTLE-STATUS        PIC X(2).
       01 WS-SETTLE-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-SETTLE-EOF                    VALUE "Y".
       01 WS-REG-FIELD            PIC X(20).
       01 WS-TRANS-FILENAME       PIC X(100)  VALUE "transactions.txt".
       01 WS-TRANS-STATUS         PIC X(2).
       01 WS-TRANS-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-TRANS-EOF                     VALUE "Y".
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-RUN-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-BACKOUT-RUN-ID       PIC X(15)   VALUE SPACES.
       01 WS-RUN-POST-DATE        PIC X(8)    VALUE SPACES.
       01 WS-RUN-STATE            PIC X(8)    VALUE SPACES.
       01 WS-RUN-INPUT            PIC X(30)   VALUE SPACES.
       01 WS-RUN-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-RUN-FOUND                     VALUE "Y".
       01 WS-USER-NAME            PIC X(30)   VALUE SPACES.
       01 WS-STAMP-DATE           PIC X(8).
       01 WS-STAMP-TIME           PIC X(8).

      * Every posting of the run, with the reason it cannot be
      * backed out when there is one: EXT already reversed, ATT a
      * reversal already waiting on the feed, REG settled, CHN taken
      * as an operand by a later run, RVS itself a reversal.  Fee
      * and write-off postings carry a reference (the parent
      * transaction, the write-off number) without being reversals
      * and go out with the run; a reversal of one is known from the
      * register.
       01 WS-BACKOUT-TABLE.
          05 WS-BKO-ENTRY OCCURS 5000 TIMES.
             10 WS-BKO-TRANS-ID      PIC X(12).
             10 WS-BKO-USER          PIC X(30).
             10 WS-BKO-OPERATION     PIC X(1).
             10 WS-BKO-RESULT        PIC S9(11)V99.
             10 WS-BKO-CURRENCY      PIC X(3).
             10 WS-BKO-ENTITY        PIC X(3).
             10 WS-BKO-BLOCK         PIC X(3).
       01 WS-BKO-USED             PIC 9(4)    VALUE 0.
       01 WS-BKO-MAX              PIC 9(4)    VALUE 5000.
       01 WS-BKO-IDX              PIC 9(4).
       01 WS-BKO-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-BKO-FOUND                     VALUE "Y".
       01 WS-MATCH-ID             PIC X(12).
       01 WS-MATCH-BLOCK          PIC X(3).

       01 WS-USER-TOTALS.
          05 WS-UTL-ENTRY OCCURS 500 TIMES.
             10 WS-UTL-USER          PIC X(30).
             10 WS-UTL-COUNT         PIC 9(5).
             10 WS-UTL-AMOUNT        PIC S9(13)V99.
       01 WS-UTL-USED             PIC 9(3)    VALUE 0.
       01 WS-UTL-MAX              PIC 9(3)    VALUE 500.
       01 WS-UTL-IDX              PIC 9(3).
       01 WS-UTL-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-UTL-FOUND                     VALUE "Y".

       01 WS-BLOCKED-COUNT        PIC 9(5)    VALUE 0.
       01 WS-QUEUED-COUNT         PIC 9(5)    VALUE 0.
       01 WS-QUEUED-AMOUNT        PIC S9(13)V99 VALUE 0.
       01 WS-REV-LINE.
          05 WS-REV-TYPE          PIC X(3)    VALUE "REV".
          05 WS-REV-ORIG-ID       PIC X(12).
          05 FILLER               PIC X(99)   VALUE SPACES.
       01 WS-BLOCK-TEXT           PIC X(34).
       01 WS-COUNT-EDIT           PIC Z(4)9.
       01 WS-AMOUNT-EDIT          PIC -(12)9.99.
       01 WS-RESTORE-AMOUNT       PIC S9(13)V99.
       01 WS-SHELL-CMD            PIC X(300).
       01 WS-SHELL-RC             PIC S9(9) COMP-5.
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.

       01 WS-ALERT-PROGRAM        PIC X(12)   VALUE "RUN-BACKOUT".
       01 WS-ALERT-SEVERITY       PIC X(6).
       01 WS-ALERT-TEXT           PIC X(80).

      * Backs out a whole CALCULATOR run.  Every posting the run
      * wrote to the audit trail is checked first; if any of them
      * has been reversed, settled or built upon by a later run
      * nothing at all is undone.  Otherwise one reversal line per
      * posting is queued on the transaction feed: CALCULATOR posts
      * them in the next batch through the ordinary REV path, which
      * restores the balances, records the reversal register and
      * carries the reversing entries into the GL extract of that
      * day.  The certificate lists everything that was undone; a
      * refusal, listing everything that stopped the backout, has a
      * file of its own so it never replaces an earlier certificate.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           ACCEPT WS-BACKOUT-RUN-ID FROM ENVIRONMENT "BACKOUT_RUN_ID"
           IF WS-BACKOUT-RUN-ID = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: BACKOUT_RUN_ID is not set"
              ELSE
                 DISPLAY "ERREUR: BACKOUT_RUN_ID non renseigne"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT "TRANS_FILENAME"
           IF WS-TRANS-FILENAME = SPACES
              MOVE "transactions.txt" TO WS-TRANS-FILENAME
           END-IF
           ACCEPT WS-USER-NAME FROM ENVIRONMENT "APP_USER"
           IF WS-USER-NAME = SPACES
              ACCEPT WS-USER-NAME FROM ENVIRONMENT "USER"
           END-IF
           IF WS-LOCALE-EN
              DISPLAY "=== Run backout: " WS-BACKOUT-RUN-ID " ==="
           ELSE
              DISPLAY "=== Annulation du passage: " WS-BACKOUT-RUN-ID
                      " ==="
           END-IF

           PERFORM FIND-RUN-IN-REGISTER
           IF NOT WS-RUN-FOUND
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: run " WS-BACKOUT-RUN-ID
                         " is not on the run register"
              ELSE
                 DISPLAY "ERREUR: passage " WS-BACKOUT-RUN-ID
                         " absent du registre des passages"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-RUN-STATE NOT = "ENDED"
              AND WS-RUN-STATE NOT = "QUIESCED"
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: run " WS-BACKOUT-RUN-ID
                         " has not finished - backout refused"
              ELSE
                 DISPLAY "ERREUR: passage " WS-BACKOUT-RUN-ID
                         " non termine - annulation refusee"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM LOAD-RUN-POSTINGS
           IF WS-BKO-USED = 0
              IF WS-LOCALE-EN
                 DISPLAY "No posting of run " WS-BACKOUT-RUN-ID
                         " on the audit trail - nothing to back out"
              ELSE
                 DISPLAY "Aucune ecriture du passage "
                         WS-BACKOUT-RUN-ID " au journal d'audit - "
                         "rien a annuler"
              END-IF
              MOVE 4 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM CHECK-REVERSAL-REGISTER
           PERFORM CHECK-PENDING-REVERSALS
           PERFORM CHECK-SETTLEMENTS
           PERFORM CHECK-CHAIN-REFERENCES
           PERFORM COUNT-BLOCKED-POSTING
              VARYING WS-BKO-IDX FROM 1 BY 1
              UNTIL WS-BKO-IDX > WS-BKO-USED

           MOVE SPACES TO WS-REPORT-FILENAME
           IF WS-BLOCKED-COUNT > 0
              STRING "backout_refusal-"       DELIMITED BY SIZE
                     FUNCTION TRIM (WS-BACKOUT-RUN-ID)
                                              DELIMITED BY SIZE
                     ".txt"                   DELIMITED BY SIZE
                     INTO WS-REPORT-FILENAME
           ELSE
              STRING "backout-"               DELIMITED BY SIZE
                     FUNCTION TRIM (WS-BACKOUT-RUN-ID)
                                              DELIMITED BY SIZE
                     ".txt"                   DELIMITED BY SIZE
                     INTO WS-REPORT-FILENAME
           END-IF
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STAMP-TIME FROM TIME
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-CERTIFICATE-HEADING
           IF WS-BLOCKED-COUNT > 0
              PERFORM WRITE-REFUSAL-SECTION
              CLOSE REPORT-FILE
              MOVE "WARN" TO WS-ALERT-SEVERITY
              MOVE SPACES TO WS-ALERT-TEXT
              STRING "ANNULATION REFUSEE: PASSAGE " DELIMITED BY SIZE
                     WS-BACKOUT-RUN-ID              DELIMITED BY SIZE
                     INTO WS-ALERT-TEXT
              END-STRING
              CALL "ALERT_LOG" USING WS-ALERT-PROGRAM,
                                      WS-ALERT-SEVERITY,
                                      WS-ALERT-TEXT
              MOVE WS-BLOCKED-COUNT TO WS-COUNT-EDIT
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: " WS-COUNT-EDIT " postings cannot "
                         "be backed out - nothing undone"
                 DISPLAY "Refusal written to "
                         FUNCTION TRIM (WS-REPORT-FILENAME)
              ELSE
                 DISPLAY "ERREUR: " WS-COUNT-EDIT " ecritures ne "
                         "peuvent etre annulees - rien n'est annule"
                 DISPLAY "Refus ecrit dans "
                         FUNCTION TRIM (WS-REPORT-FILENAME)
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM QUEUE-RUN-REVERSALS
           IF WS-RETURN-CODE = 0
              PERFORM WRITE-BACKOUT-SECTION
           END-IF
           CLOSE REPORT-FILE

           MOVE WS-QUEUED-COUNT TO WS-COUNT-EDIT
           IF WS-LOCALE-EN
              DISPLAY "Reversals queued: " WS-COUNT-EDIT
              DISPLAY "Certificate written to "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           ELSE
              DISPLAY "Extournes generees: " WS-COUNT-EDIT
              DISPLAY "Certificat ecrit dans "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      * The last line of the run decides its state; the posting
      * date is the business date the run was registered under.
       FIND-RUN-IN-REGISTER.
           MOVE "N" TO WS-RUN-REGISTER-EOF-FLAG
           OPEN INPUT RUN-REGISTER-FILE
           IF WS-RUN-REGISTER-STATUS = "00"
              PERFORM READ-RUN-REGISTER-RECORD
              PERFORM MATCH-RUN-REGISTER-RECORD
                 UNTIL WS-RUN-REGISTER-EOF
              CLOSE RUN-REGISTER-FILE
           END-IF.

       READ-RUN-REGISTER-RECORD.
           READ RUN-REGISTER-FILE
              AT END
                 SET WS-RUN-REGISTER-EOF TO TRUE
           END-READ.

       MATCH-RUN-REGISTER-RECORD.
           IF RRG-RUN-ID = WS-BACKOUT-RUN-ID
              SET WS-RUN-FOUND TO TRUE
              MOVE RRG-DATE TO WS-RUN-POST-DATE
              MOVE RRG-STATE TO WS-RUN-STATE
              MOVE RRG-INPUT TO WS-RUN-INPUT
           END-IF
           PERFORM READ-RUN-REGISTER-RECORD.

      * Base, entity, cycle and partition audit files of the posting
      * date are all read; only the run's own records are kept.
       LOAD-RUN-POSTINGS.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls -1 audit-"           DELIMITED BY SIZE
                  WS-RUN-POST-DATE         DELIMITED BY SIZE
                  ".log audit-"            DELIMITED BY SIZE
                  WS-RUN-POST-DATE         DELIMITED BY SIZE
                  "-*.log > "              DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIST-FILENAME) DELIMITED BY SIZE
                  " 2>/dev/null"           DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           MOVE "N" TO WS-LIST-EOF-FLAG
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS = "00"
              PERFORM READ-LIST-RECORD
              PERFORM LOAD-ONE-AUDIT-FILE UNTIL WS-LIST-EOF
              CLOSE LIST-FILE
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING "rm -f "                 DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIST-FILENAME) DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC.

       READ-LIST-RECORD.
           READ LIST-FILE
              AT END
                 SET WS-LIST-EOF TO TRUE
           END-READ.

       LOAD-ONE-AUDIT-FILE.
           IF LIST-RECORD NOT = SPACES
              MOVE LIST-RECORD TO WS-AUDIT-FILENAME
              MOVE "N" TO WS-AUDIT-EOF-FLAG
              OPEN INPUT AUDIT-FILE
              IF WS-AUDIT-STATUS = "00"
                 PERFORM READ-AUDIT-RECORD
                 PERFORM LOAD-ONE-POSTING UNTIL WS-AUDIT-EOF
                 CLOSE AUDIT-FILE
              END-IF
           END-IF
           PERFORM READ-LIST-RECORD.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 SET WS-AUDIT-EOF TO TRUE
           END-READ.

       LOAD-ONE-POSTING.
           IF CALC-REC-RUN-ID = WS-BACKOUT-RUN-ID
              IF WS-BKO-USED >= WS-BKO-MAX
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
              ADD 1 TO WS-BKO-USED
              MOVE CALC-REC-TRANS-ID TO WS-BKO-TRANS-ID (WS-BKO-USED)
              MOVE CALC-REC-USER TO WS-BKO-USER (WS-BKO-USED)
              MOVE CALC-REC-OPERATION
                 TO WS-BKO-OPERATION (WS-BKO-USED)
              MOVE CALC-REC-RESULT TO WS-BKO-RESULT (WS-BKO-USED)
              MOVE CALC-REC-CURRENCY TO WS-BKO-CURRENCY (WS-BKO-USED)
              MOVE CALC-REC-ENTITY TO WS-BKO-ENTITY (WS-BKO-USED)
              MOVE SPACES TO WS-BKO-BLOCK (WS-BKO-USED)
              IF CALC-REC-REF-ID NOT = SPACES
                 AND CALC-REC-OPERATION NOT = "F"
                 AND CALC-REC-OPERATION NOT = "W"
                 MOVE "RVS" TO WS-BKO-BLOCK (WS-BKO-USED)
              END-IF
           END-IF
           PERFORM READ-AUDIT-RECORD.

      * Marks the posting WS-MATCH-ID with WS-MATCH-BLOCK unless an
      * earlier check has already given it a reason.
       MARK-BLOCKED-POSTING.
           MOVE "N" TO WS-BKO-FOUND-FLAG
           PERFORM FIND-POSTING VARYING WS-BKO-IDX FROM 1 BY 1
              UNTIL WS-BKO-IDX > WS-BKO-USED OR WS-BKO-FOUND
           IF WS-BKO-FOUND
              AND WS-BKO-BLOCK (WS-BKO-IDX) = SPACES
              MOVE WS-MATCH-BLOCK TO WS-BKO-BLOCK (WS-BKO-IDX)
           END-IF.

       FIND-POSTING.
           IF WS-BKO-TRANS-ID (WS-BKO-IDX) = WS-MATCH-ID
              SET WS-BKO-FOUND TO TRUE
              SUBTRACT 1 FROM WS-BKO-IDX
           END-IF.

       CHECK-REVERSAL-REGISTER.
           MOVE "EXT" TO WS-MATCH-BLOCK
           MOVE "N" TO WS-REVERSAL-EOF-FLAG
           OPEN INPUT REVERSAL-REG-FILE
           IF WS-REVERSAL-REG-STATUS = "00"
              PERFORM READ-REVERSAL-REG-RECORD
              PERFORM MATCH-REVERSAL-REG-RECORD UNTIL WS-REVERSAL-EOF
              CLOSE REVERSAL-REG-FILE
           END-IF.

       READ-REVERSAL-REG-RECORD.
           READ REVERSAL-REG-FILE
              AT END
                 SET WS-REVERSAL-EOF TO TRUE
           END-READ.

       MATCH-REVERSAL-REG-RECORD.
           MOVE RVR-ORIG-ID TO WS-MATCH-ID
           PERFORM MARK-BLOCKED-POSTING
           MOVE "RVS" TO WS-MATCH-BLOCK
           MOVE RVR-NEW-ID TO WS-MATCH-ID
           PERFORM MARK-BLOCKED-POSTING
           MOVE "EXT" TO WS-MATCH-BLOCK
           PERFORM READ-REVERSAL-REG-RECORD.

      * A reversal queued by PAYMENT-RETURN or an earlier backout
      * and not yet posted is still on the feed.
       CHECK-PENDING-REVERSALS.
           MOVE "ATT" TO WS-MATCH-BLOCK
           MOVE "N" TO WS-TRANS-EOF-FLAG
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS = "00"
              PERFORM READ-TRANS-RECORD
              PERFORM MATCH-PENDING-REVERSAL UNTIL WS-TRANS-EOF
              CLOSE TRANS-FILE
           END-IF.

       READ-TRANS-RECORD.
           READ TRANS-FILE
              AT END
                 SET WS-TRANS-EOF TO TRUE
           END-READ.

       MATCH-PENDING-REVERSAL.
           IF TREV-TYPE = "REV"
              MOVE TREV-ORIG-ID TO WS-MATCH-ID
              PERFORM MARK-BLOCKED-POSTING
           END-IF
           PERFORM READ-TRANS-RECORD.

      * Every batch SETTLEMENT-GEN has handed over is read back;
      * a posting on any of them has left the house.
       CHECK-SETTLEMENTS.
           MOVE "REG" TO WS-MATCH-BLOCK
           MOVE "N" TO WS-REGISTER-EOF-FLAG
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
              PERFORM READ-REGISTER-RECORD
              PERFORM CHECK-ONE-BATCH UNTIL WS-REGISTER-EOF
              CLOSE REGISTER-FILE
           END-IF.

       READ-REGISTER-RECORD.
           READ REGISTER-FILE
              AT END
                 SET WS-REGISTER-EOF TO TRUE
           END-READ.

      * seq date entity currency count total file, as
      * SETTLEMENT-GEN appends them.
       CHECK-ONE-BATCH.
           IF REGISTER-RECORD (1:6) NUMERIC
              MOVE SPACES TO WS-SETTLE-FILENAME
              UNSTRING REGISTER-RECORD DELIMITED BY ALL " "
                 INTO WS-REG-FIELD, WS-REG-FIELD, WS-REG-FIELD,
                      WS-REG-FIELD, WS-REG-FIELD, WS-REG-FIELD,
                      WS-SETTLE-FILENAME
              END-UNSTRING
              MOVE "N" TO WS-SETTLE-EOF-FLAG
              OPEN INPUT SETTLE-FILE
              IF WS-SETTLE-STATUS = "00"
                 PERFORM READ-SETTLE-RECORD
                 PERFORM MATCH-SETTLE-DETAIL UNTIL WS-SETTLE-EOF
                 CLOSE SETTLE-FILE
              END-IF
           END-IF
           PERFORM READ-REGISTER-RECORD.

       READ-SETTLE-RECORD.
           READ SETTLE-FILE
              AT END
                 SET WS-SETTLE-EOF TO TRUE
           END-READ.

       MATCH-SETTLE-DETAIL.
           MOVE SETTLE-RECORD (1:12) TO WS-MATCH-ID
           PERFORM MARK-BLOCKED-POSTING
           PERFORM READ-SETTLE-RECORD.

      * A result taken as an operand inside the run itself goes out
      * with the run; only a later run building on it blocks.
       CHECK-CHAIN-REFERENCES.
           MOVE "CHN" TO WS-MATCH-BLOCK
           MOVE "N" TO WS-CHAIN-REF-EOF-FLAG
           OPEN INPUT CHAIN-REF-FILE
           IF WS-CHAIN-REF-STATUS = "00"
              PERFORM READ-CHAIN-REF-RECORD
              PERFORM MATCH-CHAIN-REF-RECORD UNTIL WS-CHAIN-REF-EOF
              CLOSE CHAIN-REF-FILE
           END-IF.

       READ-CHAIN-REF-RECORD.
           READ CHAIN-REF-FILE
              AT END
                 SET WS-CHAIN-REF-EOF TO TRUE
           END-READ.

       MATCH-CHAIN-REF-RECORD.
           IF CHR-RUN-ID NOT = WS-BACKOUT-RUN-ID
              MOVE CHR-REF-ID TO WS-MATCH-ID
              PERFORM MARK-BLOCKED-POSTING
           END-IF
           PERFORM READ-CHAIN-REF-RECORD.

       COUNT-BLOCKED-POSTING.
           IF WS-BKO-BLOCK (WS-BKO-IDX) NOT = SPACES
              ADD 1 TO WS-BLOCKED-COUNT
           END-IF.

      * All the reversal lines go on the feed in one opening, so a
      * feed that cannot be opened leaves nothing half queued.
       QUEUE-RUN-REVERSALS.
           OPEN EXTEND TRANS-FILE
           IF WS-TRANS-STATUS = "35"
              OPEN OUTPUT TRANS-FILE
           END-IF
           IF WS-TRANS-STATUS = "00"
              PERFORM QUEUE-ONE-REVERSAL
                 VARYING WS-BKO-IDX FROM 1 BY 1
                 UNTIL WS-BKO-IDX > WS-BKO-USED
              CLOSE TRANS-FILE
           ELSE
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: cannot open transaction feed "
                         FUNCTION TRIM (WS-TRANS-FILENAME)
                         " - nothing undone"
              ELSE
                 DISPLAY "ERREUR: ouverture du fichier de "
                         "transactions impossible "
                         FUNCTION TRIM (WS-TRANS-FILENAME)
                         " - rien n'est annule"
              END-IF
              MOVE SPACES TO REPORT-RECORD
              STRING "ANNULATION NON EFFECTUEE: FICHIER DE "
                        DELIMITED BY SIZE
                     "TRANSACTIONS INDISPONIBLE" DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
              MOVE 8 TO WS-RETURN-CODE
           END-IF.

       QUEUE-ONE-REVERSAL.
           MOVE WS-BKO-TRANS-ID (WS-BKO-IDX) TO WS-REV-ORIG-ID
           MOVE WS-REV-LINE TO TRANS-RECORD
           WRITE TRANS-RECORD
           ADD 1 TO WS-QUEUED-COUNT
           ADD WS-BKO-RESULT (WS-BKO-IDX) TO WS-QUEUED-AMOUNT
           PERFORM TALLY-USER-TOTAL.

       TALLY-USER-TOTAL.
           MOVE "N" TO WS-UTL-FOUND-FLAG
           PERFORM FIND-USER-TOTAL VARYING WS-UTL-IDX FROM 1 BY 1
              UNTIL WS-UTL-IDX > WS-UTL-USED OR WS-UTL-FOUND
           IF NOT WS-UTL-FOUND
              IF WS-UTL-USED >= WS-UTL-MAX
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
              ADD 1 TO WS-UTL-USED
              MOVE WS-UTL-USED TO WS-UTL-IDX
              MOVE WS-BKO-USER (WS-BKO-IDX) TO WS-UTL-USER (WS-UTL-IDX)
              MOVE 0 TO WS-UTL-COUNT (WS-UTL-IDX)
              MOVE 0 TO WS-UTL-AMOUNT (WS-UTL-IDX)
           END-IF
           ADD 1 TO WS-UTL-COUNT (WS-UTL-IDX)
           ADD WS-BKO-RESULT (WS-BKO-IDX) TO WS-UTL-AMOUNT (WS-UTL-IDX).

       FIND-USER-TOTAL.
           IF WS-UTL-USER (WS-UTL-IDX) = WS-BKO-USER (WS-BKO-IDX)
              SET WS-UTL-FOUND TO TRUE
              SUBTRACT 1 FROM WS-UTL-IDX
           END-IF.

       WRITE-CERTIFICATE-HEADING.
           MOVE SPACES TO REPORT-RECORD
           STRING "CERTIFICAT D'ANNULATION DU PASSAGE "
                     DELIMITED BY SIZE
                  WS-BACKOUT-RUN-ID DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "PASSAGE DU " DELIMITED BY SIZE
                  WS-RUN-POST-DATE DELIMITED BY SIZE
                  "  ENTREE " DELIMITED BY SIZE
                  WS-RUN-INPUT DELIMITED BY SIZE
                  "  ETAT " DELIMITED BY SIZE
                  WS-RUN-STATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "DEMANDE PAR " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-USER-NAME) DELIMITED BY SIZE
                  " LE " DELIMITED BY SIZE
                  WS-STAMP-DATE DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  WS-STAMP-TIME (1:6) DELIMITED BY SIZE
                  "  DATE DE TRAITEMENT " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       WRITE-REFUSAL-SECTION.
           MOVE SPACES TO REPORT-RECORD
           MOVE "ANNULATION REFUSEE - AUCUNE ECRITURE N'A ETE ANNULEE"
              TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "TRANSACTION   UTILISATEUR                    MOTIF"
              TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-REFUSAL-LINE VARYING WS-BKO-IDX FROM 1 BY 1
              UNTIL WS-BKO-IDX > WS-BKO-USED
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-BLOCKED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "ECRITURES BLOQUANTES: " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-REFUSAL-LINE.
           IF WS-BKO-BLOCK (WS-BKO-IDX) NOT = SPACES
              EVALUATE WS-BKO-BLOCK (WS-BKO-IDX)
                 WHEN "EXT"
                    MOVE "DEJA EXTOURNEE" TO WS-BLOCK-TEXT
                 WHEN "ATT"
                    MOVE "EXTOURNE DEJA EN ATTENTE" TO WS-BLOCK-TEXT
                 WHEN "REG"
                    MOVE "DEJA REGLEE" TO WS-BLOCK-TEXT
                 WHEN "CHN"
                    MOVE "REPRISE PAR UN PASSAGE ULTERIEUR"
                       TO WS-BLOCK-TEXT
                 WHEN "RVS"
                    MOVE "EST ELLE-MEME UNE EXTOURNE" TO WS-BLOCK-TEXT
              END-EVALUATE
              MOVE SPACES TO REPORT-RECORD
              STRING WS-BKO-TRANS-ID (WS-BKO-IDX) DELIMITED BY SIZE
                     "  "                         DELIMITED BY SIZE
                     WS-BKO-USER (WS-BKO-IDX)     DELIMITED BY SIZE
                     " "                          DELIMITED BY SIZE
                     WS-BLOCK-TEXT                DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF.

       WRITE-BACKOUT-SECTION.
           MOVE SPACES TO REPORT-RECORD
           STRING "ECRITURES ANNULEES - EXTOURNES MISES EN FILE SUR "
                     DELIMITED BY SIZE
                  FUNCTION TRIM (WS-TRANS-FILENAME) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "TRANSACTION   UTILISATEUR                    OP"
                     DELIMITED BY SIZE
                  "          MONTANT DEV ENT" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM WRITE-BACKOUT-LINE VARYING WS-BKO-IDX FROM 1 BY 1
              UNTIL WS-BKO-IDX > WS-BKO-USED
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "SOLDES RETABLIS PAR UTILISATEUR" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-USER-LINE VARYING WS-UTL-IDX FROM 1 BY 1
              UNTIL WS-UTL-IDX > WS-UTL-USED
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-QUEUED-COUNT TO WS-COUNT-EDIT
           COMPUTE WS-RESTORE-AMOUNT = 0 - WS-QUEUED-AMOUNT
           MOVE WS-RESTORE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL: " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  " EXTOURNES  MOUVEMENT NET " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "LES ECRITURES COMPTABLES INVERSES PARTENT AVEC "
                     DELIMITED BY SIZE
                  "L'EXTRAIT GL DU JOUR DE LEUR COMPTABILISATION"
                     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-BACKOUT-LINE.
           MOVE WS-BKO-RESULT (WS-BKO-IDX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING WS-BKO-TRANS-ID (WS-BKO-IDX)  DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  WS-BKO-USER (WS-BKO-IDX)      DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-BKO-OPERATION (WS-BKO-IDX) DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-AMOUNT-EDIT                DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-BKO-CURRENCY (WS-BKO-IDX)  DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-BKO-ENTITY (WS-BKO-IDX)    DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-USER-LINE.
           MOVE WS-UTL-COUNT (WS-UTL-IDX) TO WS-COUNT-EDIT
           COMPUTE WS-RESTORE-AMOUNT = 0 - WS-UTL-AMOUNT (WS-UTL-IDX)
           MOVE WS-RESTORE-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  "                        DELIMITED BY SIZE
                  WS-UTL-USER (WS-UTL-IDX)    DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-COUNT-EDIT               DELIMITED BY SIZE
                  " EXTOURNES "               DELIMITED BY SIZE
                  WS-AMOUNT-EDIT              DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       ABEND-TABLE-OVERFLOW.
           IF WS-LOCALE-EN
              DISPLAY "ERROR: postings or users of the run exceed "
                      "table size - nothing undone"
           ELSE
              DISPLAY "ERREUR: ecritures ou utilisateurs du passage "
                      "au-dela de la table - rien n'est annule"
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

       END PROGRAM RUN-BACKOUT.
