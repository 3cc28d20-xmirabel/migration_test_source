           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENTITY-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT NEW-JOURNAL-FILE
           ASSIGN TO DYNAMIC WS-NEW-JOURNAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-JOURNAL-STATUS.

           SELECT BOOK-FILE ASSIGN TO DYNAMIC WS-BOOK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOOK-STATUS.

           SELECT BOOK-DIFF-FILE
           ASSIGN TO DYNAMIC WS-BOOK-DIFF-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOOK-DIFF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
          05 COA-COST-CENTER      PIC X(6).
          05 FILLER               PIC X(1).
          05 COA-CONTRA           PIC X(4).
          05 FILLER               PIC X(1).
          05 COA-BOOK             PIC X(4).

       FD OUTPUT-SCAN-FILE.
       01 OUTPUT-SCAN-RECORD      PIC X(1000).
          05 DL-DATE              PIC 9(8).
          05 DL-TIME              PIC X(6).
          05 DL-STATUS            PIC 9(2).
          05 DL-CONTENT           PIC X(248).

       FD ENTITY-FILE.
       01 ENTITY-RECORD.
       FD GL-EXTRACT-FILE.
       01 GL-EXTRACT-RECORD       PIC X(100).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY MANJRNL.

       FD NEW-JOURNAL-FILE.
       01 NEW-JOURNAL-RECORD      PIC X(141).

       FD BOOK-FILE.
       01 BOOK-RECORD.
           COPY GLBOOK.

       FD BOOK-DIFF-FILE.
       01 BOOK-DIFF-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-DATE          PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-AUDIT-EOF-FLAG       PIC X(1)    VALUE "N".
       01 WS-IFACE-NAME           PIC X(10)   VALUE "GLEXTRACT".
       01 WS-IFACE-SEQ            PIC 9(6)    VALUE 0.
       01 WS-GL-EXTRACT-STATUS    PIC X(2).
       01 WS-SEAL-PARTNER         PIC X(10)   VALUE "GL".
       01 WS-SEAL-LINE            PIC X(300).
       01 WS-SEAL-KEY-ID          PIC X(4).
       01 WS-SEAL-VALUE           PIC X(18).
       01 WS-SEAL-STATUS          PIC 9(2).
          88 WS-SEAL-OK                       VALUE 0.
          88 WS-SEAL-UNPROTECTED              VALUE 12.
       01 WS-GL-EXTRACT-LINE      PIC X(100).
       01 WS-GL-LINE-PTR          PIC 9(3) COMP.
       01 WS-GL-ACCOUNT-CODE      PIC X(4).
             10 WS-COA-ACCT          PIC X(4).
             10 WS-COA-CC            PIC X(6).
             10 WS-COA-CONTRA        PIC X(4).
             10 WS-COA-BOOK          PIC X(4).
       01 WS-COA-USED             PIC 9(2)    VALUE 0.
       01 WS-COA-MAX              PIC 9(2)    VALUE 50.
       01 WS-COA-IDX              PIC 9(2).
       01 WS-GL-COST-CENTER       PIC X(6).
       01 WS-GL-CONTRA-ACCOUNT    PIC X(4).
       01 WS-GL-SENSE             PIC X(1).
       01 WS-GL-AMOUNT            PIC S9(11)V99.
       01 WS-GL-MARGIN-FLAG       PIC X(1)    VALUE "N".
          88 WS-GL-MARGIN-LINE                VALUE "Y".
       01 WS-COA-KEY-OP           PIC X(1).
       01 WS-COA-KEY-BOOK         PIC X(4).
       01 WS-GL-MARGIN-ACCOUNT    PIC X(4).

       01 WS-TB-TOTALS.
          05 WS-TB-ENTRY OCCURS 200 TIMES.
             10 WS-TB-BOOK           PIC X(4).
             10 WS-TB-ENTITY         PIC X(3).
             10 WS-TB-ACCOUNT        PIC X(4).
             10 WS-TB-DEBITS         PIC S9(13)V99.
             10 WS-TB-CREDITS        PIC S9(13)V99.
       01 WS-TB-USED              PIC 9(3)    VALUE 0.
       01 WS-TB-MAX               PIC 9(3)    VALUE 200.
       01 WS-TB-IDX               PIC 9(3).
       01 WS-TB-FOUND-FLAG        PIC X(1)    VALUE "N".
          88 WS-TB-FOUND                      VALUE "Y".
       01 WS-TB-DEBIT-EDIT        PIC -(13)9.99.
       01 WS-TB-CREDIT-EDIT       PIC -(13)9.99.
       01 WS-TB-AMOUNT            PIC S9(11)V99.
       01 WS-TB-KEY-ENTITY        PIC X(3).
       01 WS-COA-ERROR-FLAG       PIC X(1)    VALUE "N".
          88 WS-COA-ERROR                     VALUE "Y".
       01 WS-COA-REC-TAX          PIC X(3).
          05 WS-DST-REASON        PIC X(30).
       01 WS-CLOSE-USER           PIC X(30).
       01 WS-FINAL-CHAIN          PIC 9(9)    VALUE 0.
       01 WS-NEXT-BUSINESS-DATE   PIC X(8).
       01 WS-ADVANCE-STATUS       PIC 9(2).

       01 WS-DEADLETTER-FILENAME  PIC X(100)
                                     VALUE "audit_deadletter.dat".
       01 WS-FISCAL-STATUS        PIC 9(2).
       01 WS-FISCAL-TAG           PIC X(12)   VALUE SPACES.

      * Approved manual journals join the extract of the first
      * end-of-day run at or after their posting date; the register
      * remembers which run took them so a rerun takes them again.
       01 WS-JOURNAL-FILENAME     PIC X(100)
                                     VALUE "manual_journals.dat".
       01 WS-JOURNAL-STATUS       PIC X(2).
       01 WS-JOURNAL-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-JOURNAL-EOF                   VALUE "Y".
       01 WS-NEW-JOURNAL-FILENAME PIC X(104)
                                     VALUE "manual_journals.dat.new".
       01 WS-NEW-JOURNAL-STATUS   PIC X(2).
       01 WS-JOURNAL-SCOPE        PIC X(3).
       01 WS-JOURNAL-ENTITY       PIC X(3).
       01 WS-JOURNAL-TAKE-FLAG    PIC X(1)    VALUE "N".
          88 WS-JOURNAL-TAKEN                 VALUE "Y".
       01 WS-JOURNALS-TAKEN       PIC 9(5)    VALUE 0.
       01 WS-JOURNALS-MARKED      PIC 9(5)    VALUE 0.
       01 WS-JOURNAL-TRANS-ID     PIC X(12).
       01 WS-JOURNAL-CMD          PIC X(300).
       01 WS-JOURNAL-CMD-RC       PIC S9(9) COMP-5.

      * Parallel books.  Without a books file the shop keeps one
      * unnamed book and the extract is exactly as before.
       01 WS-BOOK-FILENAME        PIC X(100)
                                     VALUE "gl_books.dat".
       01 WS-BOOK-STATUS          PIC X(2).
       01 WS-BOOK-EOF-FLAG        PIC X(1)    VALUE "N".
          88 WS-BOOK-EOF                      VALUE "Y".
       01 WS-BOOK-TABLE.
          05 WS-BOOK-ENTRY OCCURS 10 TIMES.
             10 WS-BOOK-CODE         PIC X(4).
             10 WS-BOOK-NAME         PIC X(30).
       01 WS-BOOK-USED            PIC 9(2)    VALUE 0.
       01 WS-BOOK-MAX             PIC 9(2)    VALUE 10.
       01 WS-BOOK-IDX             PIC 9(2).
       01 WS-CUR-BOOK             PIC X(4)    VALUE SPACES.
       01 WS-BASE-AUDIT-FILENAME  PIC X(100).
       01 WS-PRIMARY-GL-FILENAME  PIC X(100).
       01 WS-PRIMARY-IFACE-NAME   PIC X(10).
       01 WS-PRIMARY-IFACE-SEQ    PIC 9(6).

       01 WS-BOOK-DIFF-FILENAME   PIC X(100).
       01 WS-BOOK-DIFF-STATUS     PIC X(2).
       01 WS-DIFF-LINE.
          05 WS-DIF-TRANS-ID      PIC X(12).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-DIF-OPER          PIC X(1).
          05 FILLER               PIC X(2)    VALUE SPACES.
          05 WS-DIF-ENTITY        PIC X(3).
          05 FILLER               PIC X(2)    VALUE SPACES.
          05 WS-DIF-SENSE         PIC X(1).
          05 FILLER               PIC X(2)    VALUE SPACES.
          05 WS-DIF-AMOUNT        PIC -(12)9.99.
          05 FILLER               PIC X(3)    VALUE SPACES.
          05 WS-DIF-PRI-ACCT      PIC X(4).
          05 FILLER               PIC X(4)    VALUE " -> ".
          05 WS-DIF-BOOK-ACCT     PIC X(4).
       01 WS-DIFF-HEAD.
          05 FILLER               PIC X(24)
                                     VALUE "TRANSACTION  O  ENT  S".
          05 FILLER               PIC X(16)
                                     VALUE "         MONTANT".
          05 FILLER               PIC X(3)    VALUE SPACES.
          05 WS-DHD-PRI-BOOK      PIC X(4).
          05 FILLER               PIC X(4)    VALUE " -> ".
          05 WS-DHD-BOOK          PIC X(4).
       01 WS-DIFF-PRI-DEBIT       PIC X(4).
       01 WS-DIFF-PRI-CREDIT      PIC X(4).
       01 WS-DIFF-PRI-MGN-DEBIT   PIC X(4).
       01 WS-DIFF-PRI-MGN-CREDIT  PIC X(4).
       01 WS-DIFF-AMOUNT          PIC S9(11)V99.
       01 WS-DIFF-KEY-SENSE       PIC X(1).
       01 WS-DIFF-KEY-PRI         PIC X(4).
       01 WS-DIFF-KEY-BOOK        PIC X(4).
       01 WS-DIFF-COUNT           PIC 9(7)    VALUE 0.
       01 WS-DIFF-TOTAL           PIC S9(13)V99 VALUE 0.
       01 WS-DSUM-TABLE.
          05 WS-DSUM-ENTRY OCCURS 50 TIMES.
             10 WS-DSUM-SENSE        PIC X(1).
             10 WS-DSUM-PRI-ACCT     PIC X(4).
             10 WS-DSUM-BOOK-ACCT    PIC X(4).
             10 WS-DSUM-COUNT        PIC 9(7).
             10 WS-DSUM-AMOUNT       PIC S9(13)V99.
       01 WS-DSUM-USED            PIC 9(2)    VALUE 0.
       01 WS-DSUM-MAX             PIC 9(2)    VALUE 50.
       01 WS-DSUM-IDX             PIC 9(2).
       01 WS-DSUM-FOUND-FLAG      PIC X(1)    VALUE "N".
          88 WS-DSUM-FOUND                    VALUE "Y".
       01 WS-DSUM-FULL-FLAG       PIC X(1)    VALUE "N".
          88 WS-DSUM-FULL                     VALUE "Y".

       01 WS-ALERT-PROGRAM        PIC X(12)   VALUE "EOD-REPORT".
       01 WS-ALERT-SEVERITY       PIC X(6).
       01 WS-ALERT-TEXT           PIC X(80).

           ACCEPT WS-REPORT-DATE FROM ENVIRONMENT "REPORT_DATE"
           IF WS-REPORT-DATE NOT NUMERIC OR WS-REPORT-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-REPORT-DATE, WS-DATE-SOURCE
           END-IF

           PERFORM BUILD-REPORT-FILENAMES
           END-IF

           PERFORM LOAD-COA-MAPPING
           PERFORM LOAD-GL-BOOKS

           PERFORM DETERMINE-FISCAL-PERIOD
           IF WS-PERIOD-IS-CLOSED AND NOT WS-REGEN-MODE
                 TO WS-PAGE-SIZE
           END-IF

           MOVE WS-AUDIT-FILENAME TO WS-BASE-AUDIT-FILENAME
           PERFORM PROCESS-ONE-AUDIT-FILE
           PERFORM PROCESS-CYCLE-AUDIT-FILE
              VARYING WS-CYCLE-NUM FROM 1 BY 1
              UNTIL WS-CYCLE-NUM > 20

           IF WS-EXTRACT-IS-OPEN
              PERFORM APPEND-MANUAL-JOURNALS
           END-IF

           IF WS-AUDIT-FILES-FOUND = 0
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: no audit trail for this date: "
              END-IF
              MOVE 4 TO WS-RETURN-CODE
           ELSE
              PERFORM WRITE-EXTRACT-SEAL
              CLOSE GL-EXTRACT-FILE
              MOVE "N" TO WS-EXTRACT-OPEN-FLAG
              CALL "SEQ_REGISTER_NOTE" USING WS-IFACE-NAME,
                 DISPLAY "Extrait comptable ecrit dans "
                         WS-GL-EXTRACT-FILENAME
              END-IF
              IF WS-BOOK-USED > 1 AND NOT WS-COA-ERROR
                 PERFORM EXTRACT-OTHER-BOOKS
              END-IF
           END-IF

           PERFORM SCAN-ROUNDING-TOTAL
              ELSE
                 DISPLAY "Journee " WS-REPORT-DATE " CLOTUREE"
              END-IF
              IF NOT WS-ENTITY-MODE
                 PERFORM ADVANCE-BUSINESS-DATE
              END-IF
           END-IF.

      * Closing the day is the only thing that moves the business
      * date on.  An entity close leaves the shared control file to
      * the group close, so a second entity closing the same date is
      * not pushed into the next day.
       ADVANCE-BUSINESS-DATE.
           CALL "BUSINESS_DATE_ADVANCE" USING WS-REPORT-DATE,
                WS-NEXT-BUSINESS-DATE, WS-ADVANCE-STATUS
           EVALUATE WS-ADVANCE-STATUS
              WHEN 0
                 IF WS-LOCALE-EN
                    DISPLAY "Business date advanced to "
                            WS-NEXT-BUSINESS-DATE
                 ELSE
                    DISPLAY "Date comptable avancee au "
                            WS-NEXT-BUSINESS-DATE
                 END-IF
              WHEN 4
                 IF WS-LOCALE-EN
                    DISPLAY "Business date already at "
                            WS-NEXT-BUSINESS-DATE " - not moved"
                 ELSE
                    DISPLAY "Date comptable deja au "
                            WS-NEXT-BUSINESS-DATE " - inchangee"
                 END-IF
              WHEN OTHER
                 IF WS-LOCALE-EN
                    DISPLAY "ERROR: business date control file could "
                            "not be advanced"
                 ELSE
                    DISPLAY "ERREUR: la date comptable n'a pas pu "
                            "etre avancee"
                 END-IF
                 MOVE "SEVERE" TO WS-ALERT-SEVERITY
                 MOVE "DATE COMPTABLE NON AVANCEE APRES CLOTURE"
                    TO WS-ALERT-TEXT
                 CALL "ALERT_LOG" USING WS-ALERT-PROGRAM,
                                         WS-ALERT-SEVERITY,
                                         WS-ALERT-TEXT
                 IF WS-RETURN-CODE < 8
                    MOVE 8 TO WS-RETURN-CODE
                 END-IF
           END-EVALUATE.

      * In entity mode every daily artifact carries the entity code
      * so two legal entities can close the same date side by side.
       BUILD-REPORT-FILENAMES.
              IF NOT WS-EXTRACT-IS-OPEN
                 OPEN OUTPUT GL-EXTRACT-FILE
                 SET WS-EXTRACT-IS-OPEN TO TRUE
                 PERFORM WRITE-EXTRACT-HEADER
                 OPEN OUTPUT PRINT-FILE
                 SET WS-PRINT-IS-OPEN TO TRUE
                 MOVE 0 TO WS-PAGE-NUMBER
           END-IF.

       PROCESS-CYCLE-AUDIT-FILE.
           PERFORM BUILD-CYCLE-AUDIT-FILENAME
           PERFORM PROCESS-ONE-AUDIT-FILE.

       BUILD-CYCLE-AUDIT-FILENAME.
           MOVE SPACES TO WS-AUDIT-FILENAME
           IF WS-ENTITY-MODE
              STRING "audit-"        DELIMITED BY SIZE
                     WS-CYCLE-NUM    DELIMITED BY SIZE
                     ".log"          DELIMITED BY SIZE
                     INTO WS-AUDIT-FILENAME
           END-IF.

      * The header names the interface the extract was numbered
      * under and, where the shop keeps parallel books, the book.
      * Every extract, whatever its book, is sealed with the general
      * ledger's key in force on the report date.
       WRITE-EXTRACT-HEADER.
           CALL "SEQ_REGISTER" USING WS-IFACE-NAME, WS-IFACE-SEQ
           CALL "SEAL_OPEN" USING WS-SEAL-PARTNER, WS-REPORT-DATE,
                WS-SEAL-KEY-ID, WS-SEAL-STATUS
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE 1 TO WS-GL-LINE-PTR
           STRING "SEQ,"        DELIMITED BY SIZE
                  WS-IFACE-NAME DELIMITED BY SPACE
                  ","           DELIMITED BY SIZE
                  WS-IFACE-SEQ  DELIMITED BY SIZE
                  INTO GL-EXTRACT-RECORD
              WITH POINTER WS-GL-LINE-PTR
           END-STRING
           IF WS-CUR-BOOK NOT = SPACES
              STRING ","         DELIMITED BY SIZE
                     WS-CUR-BOOK DELIMITED BY SPACE
                     INTO GL-EXTRACT-RECORD
                 WITH POINTER WS-GL-LINE-PTR
              END-STRING
           END-IF
           PERFORM WRITE-GL-EXTRACT-LINE.

       WRITE-GL-EXTRACT-LINE.
           WRITE GL-EXTRACT-RECORD
           MOVE GL-EXTRACT-RECORD TO WS-SEAL-LINE
           CALL "SEAL_UTILS" USING WS-SEAL-LINE.

      * The seal line closes the extract; readers skip it like the
      * SEQ line.
       WRITE-EXTRACT-SEAL.
           CALL "SEAL_CLOSE" USING WS-SEAL-VALUE
           IF WS-SEAL-OK
              MOVE SPACES TO GL-EXTRACT-RECORD
              STRING "SEAL,"        DELIMITED BY SIZE
                     WS-SEAL-KEY-ID DELIMITED BY SPACE
                     ","            DELIMITED BY SIZE
                     WS-SEAL-VALUE  DELIMITED BY SIZE
                     INTO GL-EXTRACT-RECORD
              END-STRING
              WRITE GL-EXTRACT-RECORD
           END-IF
           IF WS-SEAL-UNPROTECTED
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: seal key file unusable, "
                         "GL extract unsealed"
              ELSE
                 DISPLAY "AVERTISSEMENT: cles inutilisables, "
                         "extrait comptable non scelle"
              END-IF
           END-IF.

      * Regeneration pulls the archived audit file back through the
      * manifest-driven restore, reads it from the work directory and

      * Every transaction now produces a balanced pair: the mapped
      * account on the debit side and its contra on the credit side,
      * so the GL journal loads without a manual offset.  An FX
      * margin earned on the conversion follows as a pair of its own,
      * the contra debited and the margin income account (operation
      * X in the mapping, 4800 without one) credited.
       WRITE-GL-EXTRACT-RECORD.
           MOVE "N" TO WS-GL-MARGIN-FLAG
           MOVE CALC-REC-RESULT TO WS-GL-AMOUNT
           PERFORM MAP-GL-ACCOUNT
           IF WS-COA-ERROR
              GO TO WRITE-GL-EXTRACT-EXIT
           END-IF

           MOVE "D" TO WS-GL-SENSE
           PERFORM WRITE-ONE-GL-LINE
           MOVE WS-GL-CONTRA-ACCOUNT TO WS-GL-ACCOUNT-CODE
           MOVE "C" TO WS-GL-SENSE
           PERFORM WRITE-ONE-GL-LINE
           IF CALC-REC-FX-MARGIN NUMERIC
              IF CALC-REC-FX-MARGIN NOT = 0
                 PERFORM WRITE-GL-MARGIN-PAIR
              END-IF
           END-IF.

       WRITE-GL-EXTRACT-EXIT.
           EXIT.

      * Sets the debit account, cost centre and contra of the
      * current audit record in the current book.
       MAP-GL-ACCOUNT.
           MOVE SPACES TO WS-GL-COST-CENTER
           MOVE "2000" TO WS-GL-CONTRA-ACCOUNT
           IF WS-COA-LOADED
              PERFORM LOOKUP-COA-ACCOUNT
           ELSE
              EVALUATE CALC-REC-OPERATION
                 WHEN "A"
                    MOVE "4030" TO WS-GL-ACCOUNT-CODE
                 WHEN "F"
                    MOVE "4700" TO WS-GL-ACCOUNT-CODE
                 WHEN "W"
                    MOVE "6580" TO WS-GL-ACCOUNT-CODE
                    MOVE "4710" TO WS-GL-CONTRA-ACCOUNT
                 WHEN OTHER
                    MOVE "9999" TO WS-GL-ACCOUNT-CODE
              END-EVALUATE
           END-IF.

       WRITE-GL-MARGIN-PAIR.
           SET WS-GL-MARGIN-LINE TO TRUE
           MOVE CALC-REC-FX-MARGIN TO WS-GL-AMOUNT
           PERFORM MAP-GL-MARGIN-ACCOUNT
           MOVE WS-GL-ACCOUNT-CODE TO WS-GL-MARGIN-ACCOUNT
           MOVE WS-GL-CONTRA-ACCOUNT TO WS-GL-ACCOUNT-CODE
           MOVE "D" TO WS-GL-SENSE
           PERFORM WRITE-ONE-GL-LINE
           MOVE WS-GL-MARGIN-ACCOUNT TO WS-GL-ACCOUNT-CODE
           MOVE "C" TO WS-GL-SENSE
           PERFORM WRITE-ONE-GL-LINE.

      * Sets the margin income account and its contra in the
      * current book.
       MAP-GL-MARGIN-ACCOUNT.
           MOVE SPACES TO WS-GL-COST-CENTER
           MOVE "4800" TO WS-GL-ACCOUNT-CODE
           MOVE "2000" TO WS-GL-CONTRA-ACCOUNT
           IF WS-COA-LOADED
              MOVE "N" TO WS-COA-FOUND-FLAG
              MOVE "X" TO WS-COA-KEY-OP
              MOVE CALC-REC-TAX-CODE TO WS-COA-REC-TAX
              IF WS-COA-REC-TAX = SPACES
                 OR WS-COA-REC-TAX = LOW-VALUES
                 MOVE "***" TO WS-COA-REC-TAX
              END-IF
              PERFORM SCAN-COA-FOR-BOOK
           END-IF.

       WRITE-ONE-GL-LINE.
           MOVE WS-GL-AMOUNT TO WS-GL-AMOUNT-EDIT
           MOVE SPACES TO WS-GL-EXTRACT-LINE
           MOVE 1 TO WS-GL-LINE-PTR
           STRING FUNCTION TRIM (CALC-REC-TRANS-ID) DELIMITED BY SIZE
              END-STRING
           END-IF
           IF CALC-REC-GROUP-CCY NOT = SPACES
              AND NOT WS-GL-MARGIN-LINE
              MOVE CALC-REC-GROUP-CONV TO WS-GROUP-AMOUNT-EDIT
              STRING ","                  DELIMITED BY SIZE
                     CALC-REC-GROUP-CCY   DELIMITED BY SIZE
              END-STRING
           END-IF
           MOVE WS-GL-EXTRACT-LINE TO GL-EXTRACT-RECORD
           PERFORM WRITE-GL-EXTRACT-LINE
           MOVE CALC-REC-ENTITY TO WS-TB-KEY-ENTITY
           MOVE WS-GL-AMOUNT TO WS-TB-AMOUNT
           PERFORM TALLY-TRIAL-BALANCE.

       TALLY-TRIAL-BALANCE.
              IF WS-TB-USED < WS-TB-MAX
                 ADD 1 TO WS-TB-USED
                 MOVE WS-TB-USED TO WS-TB-IDX
                 MOVE WS-CUR-BOOK TO WS-TB-BOOK (WS-TB-IDX)
                 MOVE WS-TB-KEY-ENTITY TO WS-TB-ENTITY (WS-TB-IDX)
                 MOVE WS-GL-ACCOUNT-CODE
                    TO WS-TB-ACCOUNT (WS-TB-IDX)
                 MOVE 0 TO WS-TB-DEBITS (WS-TB-IDX)
           END-IF
           IF WS-TB-FOUND
              IF WS-GL-SENSE = "D"
                 ADD WS-TB-AMOUNT TO WS-TB-DEBITS (WS-TB-IDX)
              ELSE
                 ADD WS-TB-AMOUNT TO WS-TB-CREDITS (WS-TB-IDX)
              END-IF
           END-IF.

       FIND-TB-ENTRY.
           IF WS-CUR-BOOK = WS-TB-BOOK (WS-TB-IDX)
              AND WS-TB-KEY-ENTITY = WS-TB-ENTITY (WS-TB-IDX)
              AND WS-GL-ACCOUNT-CODE = WS-TB-ACCOUNT (WS-TB-IDX)
              SET WS-TB-FOUND TO TRUE
              SUBTRACT 1 FROM WS-TB-IDX
           END-IF.

      * Manual journals are balanced and second-approved before they
      * reach the register, so each line goes to the extract as it
      * stands, under its journal reference, and into the trial
      * balance with the rest of the day.  A regeneration only
      * replays the journals the original run took.
       APPEND-MANUAL-JOURNALS.
           IF WS-ENTITY-MODE
              MOVE WS-ENTITY-CODE TO WS-JOURNAL-SCOPE
           ELSE
              MOVE "***" TO WS-JOURNAL-SCOPE
           END-IF
           MOVE "N" TO WS-JOURNAL-EOF-FLAG
           MOVE "N" TO WS-JOURNAL-TAKE-FLAG
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
              OPEN OUTPUT NEW-JOURNAL-FILE
              PERFORM READ-JOURNAL-RECORD
              PERFORM TAKE-JOURNAL-RECORD UNTIL WS-JOURNAL-EOF
              CLOSE NEW-JOURNAL-FILE
              CLOSE JOURNAL-FILE
              MOVE SPACES TO WS-JOURNAL-CMD
              IF WS-JOURNALS-MARKED > 0
                 STRING "mv -f " DELIMITED BY SIZE
                        FUNCTION TRIM (WS-NEW-JOURNAL-FILENAME)
                           DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        FUNCTION TRIM (WS-JOURNAL-FILENAME)
                           DELIMITED BY SIZE
                        INTO WS-JOURNAL-CMD
                 END-STRING
              ELSE
                 STRING "rm -f " DELIMITED BY SIZE
                        FUNCTION TRIM (WS-NEW-JOURNAL-FILENAME)
                           DELIMITED BY SIZE
                        INTO WS-JOURNAL-CMD
                 END-STRING
              END-IF
              CALL "SYSTEM" USING WS-JOURNAL-CMD
                  RETURNING WS-JOURNAL-CMD-RC
              IF WS-JOURNALS-TAKEN > 0
                 IF WS-LOCALE-EN
                    DISPLAY "Manual journals in GL extract: "
                            WS-JOURNALS-TAKEN
                 ELSE
                    DISPLAY "Ecritures manuelles dans l'extrait: "
                            WS-JOURNALS-TAKEN
                 END-IF
              END-IF
           END-IF.

       READ-JOURNAL-RECORD.
           READ JOURNAL-FILE
              AT END
                 SET WS-JOURNAL-EOF TO TRUE
           END-READ.

       TAKE-JOURNAL-RECORD.
           IF MJ-IS-HEADER
              MOVE "N" TO WS-JOURNAL-TAKE-FLAG
              MOVE MJH-ENTITY TO WS-JOURNAL-ENTITY
              IF MJ-APPROVED AND NOT WS-REGEN-MODE
                 AND MJH-POST-DATE <= WS-REPORT-DATE-NUM
                 AND (NOT WS-ENTITY-MODE
                      OR MJH-ENTITY = WS-ENTITY-CODE)
                 SET WS-JOURNAL-TAKEN TO TRUE
                 MOVE "X" TO MJ-STATUS
                 MOVE WS-REPORT-DATE-NUM TO MJH-EXTRACT-DATE
                 MOVE WS-JOURNAL-SCOPE TO MJH-EXTRACT-SCOPE
                 ADD 1 TO WS-JOURNALS-MARKED
              END-IF
              IF MJ-EXTRACTED
                 AND MJH-EXTRACT-DATE = WS-REPORT-DATE-NUM
                 AND MJH-EXTRACT-SCOPE = WS-JOURNAL-SCOPE
                 SET WS-JOURNAL-TAKEN TO TRUE
              END-IF
              IF WS-JOURNAL-TAKEN
                 ADD 1 TO WS-JOURNALS-TAKEN
              END-IF
           ELSE
              IF MJ-IS-LINE AND WS-JOURNAL-TAKEN
                 PERFORM WRITE-JOURNAL-GL-LINE
              END-IF
           END-IF
           MOVE JOURNAL-RECORD TO NEW-JOURNAL-RECORD
           WRITE NEW-JOURNAL-RECORD
           PERFORM READ-JOURNAL-RECORD.

       WRITE-JOURNAL-GL-LINE.
           MOVE SPACES TO WS-JOURNAL-TRANS-ID
           STRING MJ-REFERENCE DELIMITED BY SIZE
                  "-"          DELIMITED BY SIZE
                  MJL-LINE-NO  DELIMITED BY SIZE
                  INTO WS-JOURNAL-TRANS-ID
           END-STRING
           MOVE MJL-ACCOUNT TO WS-GL-ACCOUNT-CODE
           MOVE MJL-SENSE TO WS-GL-SENSE
           MOVE MJL-AMOUNT TO WS-GL-AMOUNT-EDIT
           MOVE SPACES TO WS-GL-EXTRACT-LINE
           MOVE 1 TO WS-GL-LINE-PTR
           STRING FUNCTION TRIM (WS-JOURNAL-TRANS-ID)
                     DELIMITED BY SIZE
                  ","                                DELIMITED BY SIZE
                  WS-REPORT-DATE                     DELIMITED BY SIZE
                  ","                                DELIMITED BY SIZE
                  WS-GL-ACCOUNT-CODE                 DELIMITED BY SIZE
                  ","                                DELIMITED BY SIZE
                  FUNCTION TRIM (WS-GL-AMOUNT-EDIT)  DELIMITED BY SIZE
                  ","                                DELIMITED BY SIZE
                  WS-GL-SENSE                        DELIMITED BY SIZE
                  ","                                DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FISCAL-TAG)      DELIMITED BY SIZE
                  ","                                DELIMITED BY SIZE
                  WS-JOURNAL-ENTITY                  DELIMITED BY SIZE
                  INTO WS-GL-EXTRACT-LINE
              WITH POINTER WS-GL-LINE-PTR
           END-STRING
           IF MJL-COST-CENTER NOT = SPACES
              STRING ","                DELIMITED BY SIZE
                     MJL-COST-CENTER    DELIMITED BY SIZE
                     INTO WS-GL-EXTRACT-LINE
                 WITH POINTER WS-GL-LINE-PTR
              END-STRING
           END-IF
           MOVE WS-GL-EXTRACT-LINE TO GL-EXTRACT-RECORD
           PERFORM WRITE-GL-EXTRACT-LINE
           MOVE WS-JOURNAL-ENTITY TO WS-TB-KEY-ENTITY
           MOVE MJL-AMOUNT TO WS-TB-AMOUNT
           PERFORM TALLY-TRIAL-BALANCE.

      * The trial balance proves the extract before it leaves the
      * shop: total debits equal total credits when every pair was
      * emitted, so the net must come back to zero.  Each book is
      * proved on its own.
       PRINT-TRIAL-BALANCE.
           IF WS-BOOK-USED = 0
              PERFORM PRINT-BOOK-TRIAL-BALANCE
           ELSE
              PERFORM PRINT-BOOK-TRIAL-BALANCE
                 VARYING WS-BOOK-IDX FROM 1 BY 1
                 UNTIL WS-BOOK-IDX > WS-BOOK-USED
           END-IF.

       PRINT-BOOK-TRIAL-BALANCE.
           MOVE " " TO WS-PRT-CC
           MOVE SPACES TO WS-PRT-TEXT
           PERFORM PRINT-ONE-LINE
           IF WS-BOOK-USED = 0
              MOVE SPACES TO WS-CUR-BOOK
              MOVE "BALANCE DE VERIFICATION PAR ENTITE/COMPTE:"
                 TO WS-PRT-TEXT
           ELSE
              MOVE WS-BOOK-CODE (WS-BOOK-IDX) TO WS-CUR-BOOK
              STRING "BALANCE DE VERIFICATION PAR ENTITE/COMPTE - "
                        DELIMITED BY SIZE
                     "LIVRE " DELIMITED BY SIZE
                     WS-CUR-BOOK DELIMITED BY SPACE
                     " "      DELIMITED BY SIZE
                     WS-BOOK-NAME (WS-BOOK-IDX) DELIMITED BY SIZE
                     INTO WS-PRT-TEXT
              END-STRING
           END-IF
           PERFORM PRINT-ONE-LINE
           MOVE 0 TO WS-TB-NET
           PERFORM PRINT-TB-LINE
           PERFORM PRINT-ONE-LINE.

       PRINT-TB-LINE.
           IF WS-TB-BOOK (WS-TB-IDX) = WS-CUR-BOOK
              PERFORM PRINT-TB-ENTRY
           END-IF.

       PRINT-TB-ENTRY.
           MOVE WS-TB-DEBITS (WS-TB-IDX) TO WS-TB-DEBIT-EDIT
           MOVE WS-TB-CREDITS (WS-TB-IDX) TO WS-TB-CREDIT-EDIT
           COMPUTE WS-TB-NET = WS-TB-NET
              ELSE
                 MOVE COA-CONTRA TO WS-COA-CONTRA (WS-COA-USED)
              END-IF
              MOVE COA-BOOK TO WS-COA-BOOK (WS-COA-USED)
           END-IF
           PERFORM READ-COA-RECORD.

      * entity or tax code, so specific lines belong first.
       LOOKUP-COA-ACCOUNT.
           MOVE "N" TO WS-COA-FOUND-FLAG
           MOVE CALC-REC-OPERATION TO WS-COA-KEY-OP
           MOVE CALC-REC-TAX-CODE TO WS-COA-REC-TAX
           IF WS-COA-REC-TAX = SPACES OR WS-COA-REC-TAX = LOW-VALUES
              MOVE "***" TO WS-COA-REC-TAX
           END-IF
           PERFORM SCAN-COA-FOR-BOOK
           IF NOT WS-COA-FOUND
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: no GL account mapped for "
                         "operation " CALC-REC-OPERATION
                         " entity " CALC-REC-ENTITY
                         " tax " CALC-REC-TAX-CODE
                         " book " WS-CUR-BOOK
                         " - extract stopped"
              ELSE
                 DISPLAY "ERREUR: aucun compte mappe pour "
                         "operation " CALC-REC-OPERATION
                         " entite " CALC-REC-ENTITY
                         " taxe " CALC-REC-TAX-CODE
                         " livre " WS-CUR-BOOK
                         " - extrait arrete"
              END-IF
              SET WS-COA-ERROR TO TRUE
              MOVE 8 TO WS-RETURN-CODE
           END-IF.

      * A book's own lines are tried before the lines common to
      * every book, which carry no book code.
       SCAN-COA-FOR-BOOK.
           MOVE WS-CUR-BOOK TO WS-COA-KEY-BOOK
           IF WS-COA-KEY-BOOK NOT = SPACES
              PERFORM MATCH-COA-ENTRY VARYING WS-COA-IDX FROM 1 BY 1
                 UNTIL WS-COA-IDX > WS-COA-USED OR WS-COA-FOUND
           END-IF
           IF NOT WS-COA-FOUND
              MOVE SPACES TO WS-COA-KEY-BOOK
              PERFORM MATCH-COA-ENTRY VARYING WS-COA-IDX FROM 1 BY 1
                 UNTIL WS-COA-IDX > WS-COA-USED OR WS-COA-FOUND
           END-IF.

       MATCH-COA-ENTRY.
           IF WS-COA-KEY-OP = WS-COA-OP (WS-COA-IDX)
              AND WS-COA-KEY-BOOK = WS-COA-BOOK (WS-COA-IDX)
              AND (WS-COA-ENT (WS-COA-IDX) = "***"
                   OR WS-COA-ENT (WS-COA-IDX) = CALC-REC-ENTITY)
              AND (WS-COA-TAXC (WS-COA-IDX) = "***"
                 TO WS-GL-CONTRA-ACCOUNT
           END-IF.

      * The first book listed is the primary book.  A missing books
      * file leaves the shop on its single unnamed book.
       LOAD-GL-BOOKS.
           ACCEPT WS-BOOK-FILENAME FROM ENVIRONMENT "BOOKS_FILE"
           IF WS-BOOK-FILENAME = SPACES
              MOVE "gl_books.dat" TO WS-BOOK-FILENAME
           END-IF
           MOVE "N" TO WS-BOOK-EOF-FLAG
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-STATUS = "00"
              PERFORM READ-BOOK-RECORD
              PERFORM LOAD-ONE-BOOK UNTIL WS-BOOK-EOF
              CLOSE BOOK-FILE
           END-IF
           IF WS-BOOK-USED > 0
              MOVE WS-BOOK-CODE (1) TO WS-CUR-BOOK
           END-IF.

       READ-BOOK-RECORD.
           READ BOOK-FILE
              AT END
                 SET WS-BOOK-EOF TO TRUE
           END-READ.

       LOAD-ONE-BOOK.
           IF GB-CODE NOT = SPACES
              IF WS-BOOK-USED >= WS-BOOK-MAX
                 IF WS-LOCALE-EN
                    DISPLAY "ERROR: more accounting books than the "
                            "book table holds - extract stopped"
                 ELSE
                    DISPLAY "ERREUR: plus de livres comptables que "
                            "la table n'en contient - extrait arrete"
                 END-IF
                 MOVE 8 TO WS-RETURN-CODE
                 MOVE WS-RETURN-CODE TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-BOOK-USED
              MOVE GB-CODE TO WS-BOOK-CODE (WS-BOOK-USED)
              MOVE GB-NAME TO WS-BOOK-NAME (WS-BOOK-USED)
           END-IF
           PERFORM READ-BOOK-RECORD.

      * Each further book re-reads the day's audit trail through its
      * own mapping into its own extract, numbered under its own
      * interface name.  The primary book's accounts are looked up
      * alongside, so every amount that lands in another account is
      * listed on the book-difference report with the two accounts.
      * Manual journals are keyed against the primary chart and stay
      * in the primary extract.
       EXTRACT-OTHER-BOOKS.
           MOVE WS-GL-EXTRACT-FILENAME TO WS-PRIMARY-GL-FILENAME
           MOVE WS-IFACE-NAME TO WS-PRIMARY-IFACE-NAME
           MOVE WS-IFACE-SEQ TO WS-PRIMARY-IFACE-SEQ
           MOVE SPACES TO WS-BOOK-DIFF-FILENAME
           IF WS-REGEN-MODE
              STRING "gl_book_diff-" DELIMITED BY SIZE
                     WS-REPORT-DATE  DELIMITED BY SIZE
                     "-regen.txt"    DELIMITED BY SIZE
                     INTO WS-BOOK-DIFF-FILENAME
              END-STRING
           ELSE
              IF WS-ENTITY-MODE
                 STRING "gl_book_diff-" DELIMITED BY SIZE
                        WS-REPORT-DATE  DELIMITED BY SIZE
                        "-"             DELIMITED BY SIZE
                        WS-ENTITY-CODE  DELIMITED BY SIZE
                        ".txt"          DELIMITED BY SIZE
                        INTO WS-BOOK-DIFF-FILENAME
                 END-STRING
              ELSE
                 STRING "gl_book_diff-" DELIMITED BY SIZE
                        WS-REPORT-DATE  DELIMITED BY SIZE
                        ".txt"          DELIMITED BY SIZE
                        INTO WS-BOOK-DIFF-FILENAME
                 END-STRING
              END-IF
           END-IF
           OPEN OUTPUT BOOK-DIFF-FILE
           IF WS-REGEN-MODE
              MOVE "*** REGENERATION D'ARCHIVE ***" TO BOOK-DIFF-RECORD
              WRITE BOOK-DIFF-RECORD
           END-IF
           MOVE SPACES TO BOOK-DIFF-RECORD
           STRING "ECARTS DE COMPTES ENTRE LIVRES - " DELIMITED BY SIZE
                  WS-REPORT-DATE DELIMITED BY SIZE
                  INTO BOOK-DIFF-RECORD
           END-STRING
           WRITE BOOK-DIFF-RECORD
           MOVE SPACES TO BOOK-DIFF-RECORD
           STRING "LIVRE PRINCIPAL: " DELIMITED BY SIZE
                  WS-BOOK-CODE (1)    DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-BOOK-NAME (1)    DELIMITED BY SIZE
                  INTO BOOK-DIFF-RECORD
           END-STRING
           WRITE BOOK-DIFF-RECORD
           PERFORM EXTRACT-ONE-BOOK
              VARYING WS-BOOK-IDX FROM 2 BY 1
              UNTIL WS-BOOK-IDX > WS-BOOK-USED
           CLOSE BOOK-DIFF-FILE
           MOVE WS-PRIMARY-GL-FILENAME TO WS-GL-EXTRACT-FILENAME
           MOVE WS-PRIMARY-IFACE-NAME TO WS-IFACE-NAME
           MOVE WS-PRIMARY-IFACE-SEQ TO WS-IFACE-SEQ
           MOVE WS-BOOK-CODE (1) TO WS-CUR-BOOK
           IF WS-LOCALE-EN
              DISPLAY "Book-difference report written to "
                      FUNCTION TRIM (WS-BOOK-DIFF-FILENAME)
           ELSE
              DISPLAY "Ecarts entre livres ecrits dans "
                      FUNCTION TRIM (WS-BOOK-DIFF-FILENAME)
           END-IF.

       EXTRACT-ONE-BOOK.
           MOVE WS-BOOK-CODE (WS-BOOK-IDX) TO WS-CUR-BOOK
           MOVE SPACES TO WS-GL-EXTRACT-FILENAME
           IF WS-REGEN-MODE
              STRING "gl_extract-"   DELIMITED BY SIZE
                     WS-REPORT-DATE  DELIMITED BY SIZE
                     "-"             DELIMITED BY SIZE
                     WS-CUR-BOOK     DELIMITED BY SPACE
                     "-regen.csv"    DELIMITED BY SIZE
                     INTO WS-GL-EXTRACT-FILENAME
              END-STRING
           ELSE
              IF WS-ENTITY-MODE
                 STRING "gl_extract-"   DELIMITED BY SIZE
                        WS-REPORT-DATE  DELIMITED BY SIZE
                        "-"             DELIMITED BY SIZE
                        WS-ENTITY-CODE  DELIMITED BY SIZE
                        "-"             DELIMITED BY SIZE
                        WS-CUR-BOOK     DELIMITED BY SPACE
                        ".csv"          DELIMITED BY SIZE
                        INTO WS-GL-EXTRACT-FILENAME
                 END-STRING
              ELSE
                 STRING "gl_extract-"   DELIMITED BY SIZE
                        WS-REPORT-DATE  DELIMITED BY SIZE
                        "-"             DELIMITED BY SIZE
                        WS-CUR-BOOK     DELIMITED BY SPACE
                        ".csv"          DELIMITED BY SIZE
                        INTO WS-GL-EXTRACT-FILENAME
                 END-STRING
              END-IF
           END-IF
           MOVE SPACES TO WS-IFACE-NAME
           STRING "GLX-"      DELIMITED BY SIZE
                  WS-CUR-BOOK DELIMITED BY SPACE
                  INTO WS-IFACE-NAME
           END-STRING
           MOVE 0 TO WS-DIFF-COUNT
           MOVE 0 TO WS-DIFF-TOTAL
           MOVE 0 TO WS-DSUM-USED
           MOVE "N" TO WS-DSUM-FULL-FLAG
           MOVE SPACES TO BOOK-DIFF-RECORD
           WRITE BOOK-DIFF-RECORD
           MOVE SPACES TO BOOK-DIFF-RECORD
           STRING "LIVRE "    DELIMITED BY SIZE
                  WS-CUR-BOOK DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  WS-BOOK-NAME (WS-BOOK-IDX) DELIMITED BY SIZE
                  INTO BOOK-DIFF-RECORD
           END-STRING
           WRITE BOOK-DIFF-RECORD
           MOVE WS-BOOK-CODE (1) TO WS-DHD-PRI-BOOK
           MOVE WS-CUR-BOOK TO WS-DHD-BOOK
           MOVE WS-DIFF-HEAD TO BOOK-DIFF-RECORD
           WRITE BOOK-DIFF-RECORD

           OPEN OUTPUT GL-EXTRACT-FILE
           PERFORM WRITE-EXTRACT-HEADER
           MOVE WS-BASE-AUDIT-FILENAME TO WS-AUDIT-FILENAME
           PERFORM BOOK-ONE-AUDIT-FILE
           PERFORM BOOK-CYCLE-AUDIT-FILE
              VARYING WS-CYCLE-NUM FROM 1 BY 1
              UNTIL WS-CYCLE-NUM > 20
           PERFORM WRITE-EXTRACT-SEAL
           CLOSE GL-EXTRACT-FILE
           CALL "SEQ_REGISTER_NOTE" USING WS-IFACE-NAME,
                WS-IFACE-SEQ, WS-GL-EXTRACT-FILENAME
           PERFORM WRITE-BOOK-DIFF-SUMMARY
           IF WS-LOCALE-EN
              DISPLAY "GL extract for book " WS-CUR-BOOK
                      " written to " WS-GL-EXTRACT-FILENAME
           ELSE
              DISPLAY "Extrait comptable du livre " WS-CUR-BOOK
                      " ecrit dans " WS-GL-EXTRACT-FILENAME
           END-IF.

       BOOK-CYCLE-AUDIT-FILE.
           PERFORM BUILD-CYCLE-AUDIT-FILENAME
           PERFORM BOOK-ONE-AUDIT-FILE.

       BOOK-ONE-AUDIT-FILE.
           MOVE "N" TO WS-AUDIT-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              PERFORM READ-AUDIT-RECORD
              PERFORM BOOK-ONE-RECORD UNTIL WS-AUDIT-EOF
              CLOSE AUDIT-FILE
           END-IF.

       BOOK-ONE-RECORD.
           MOVE WS-BOOK-CODE (1) TO WS-CUR-BOOK
           PERFORM MAP-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT-CODE TO WS-DIFF-PRI-DEBIT
           MOVE WS-GL-CONTRA-ACCOUNT TO WS-DIFF-PRI-CREDIT
           PERFORM MAP-GL-MARGIN-ACCOUNT
           MOVE WS-GL-CONTRA-ACCOUNT TO WS-DIFF-PRI-MGN-DEBIT
           MOVE WS-GL-ACCOUNT-CODE TO WS-DIFF-PRI-MGN-CREDIT
           MOVE WS-BOOK-CODE (WS-BOOK-IDX) TO WS-CUR-BOOK
           PERFORM WRITE-GL-EXTRACT-RECORD
              THRU WRITE-GL-EXTRACT-EXIT
           IF NOT WS-COA-ERROR
              PERFORM COMPARE-BOOK-ACCOUNTS
           END-IF
           PERFORM READ-AUDIT-RECORD.

       COMPARE-BOOK-ACCOUNTS.
           PERFORM MAP-GL-ACCOUNT
           MOVE CALC-REC-RESULT TO WS-DIFF-AMOUNT
           MOVE "D" TO WS-DIFF-KEY-SENSE
           MOVE WS-DIFF-PRI-DEBIT TO WS-DIFF-KEY-PRI
           MOVE WS-GL-ACCOUNT-CODE TO WS-DIFF-KEY-BOOK
           PERFORM NOTE-BOOK-DIFFERENCE
           MOVE "C" TO WS-DIFF-KEY-SENSE
           MOVE WS-DIFF-PRI-CREDIT TO WS-DIFF-KEY-PRI
           MOVE WS-GL-CONTRA-ACCOUNT TO WS-DIFF-KEY-BOOK
           PERFORM NOTE-BOOK-DIFFERENCE
           IF CALC-REC-FX-MARGIN NUMERIC
              IF CALC-REC-FX-MARGIN NOT = 0
                 PERFORM MAP-GL-MARGIN-ACCOUNT
                 MOVE CALC-REC-FX-MARGIN TO WS-DIFF-AMOUNT
                 MOVE "D" TO WS-DIFF-KEY-SENSE
                 MOVE WS-DIFF-PRI-MGN-DEBIT TO WS-DIFF-KEY-PRI
                 MOVE WS-GL-CONTRA-ACCOUNT TO WS-DIFF-KEY-BOOK
                 PERFORM NOTE-BOOK-DIFFERENCE
                 MOVE "C" TO WS-DIFF-KEY-SENSE
                 MOVE WS-DIFF-PRI-MGN-CREDIT TO WS-DIFF-KEY-PRI
                 MOVE WS-GL-ACCOUNT-CODE TO WS-DIFF-KEY-BOOK
                 PERFORM NOTE-BOOK-DIFFERENCE
              END-IF
           END-IF.

       NOTE-BOOK-DIFFERENCE.
           IF WS-DIFF-KEY-PRI NOT = WS-DIFF-KEY-BOOK
              ADD 1 TO WS-DIFF-COUNT
              ADD WS-DIFF-AMOUNT TO WS-DIFF-TOTAL
              MOVE CALC-REC-TRANS-ID  TO WS-DIF-TRANS-ID
              MOVE CALC-REC-OPERATION TO WS-DIF-OPER
              MOVE CALC-REC-ENTITY    TO WS-DIF-ENTITY
              MOVE WS-DIFF-KEY-SENSE  TO WS-DIF-SENSE
              MOVE WS-DIFF-AMOUNT     TO WS-DIF-AMOUNT
              MOVE WS-DIFF-KEY-PRI    TO WS-DIF-PRI-ACCT
              MOVE WS-DIFF-KEY-BOOK   TO WS-DIF-BOOK-ACCT
              MOVE WS-DIFF-LINE TO BOOK-DIFF-RECORD
              WRITE BOOK-DIFF-RECORD
              PERFORM TALLY-BOOK-DIFF
           END-IF.

       TALLY-BOOK-DIFF.
           MOVE "N" TO WS-DSUM-FOUND-FLAG
           PERFORM FIND-DSUM-ENTRY
              VARYING WS-DSUM-IDX FROM 1 BY 1
              UNTIL WS-DSUM-IDX > WS-DSUM-USED OR WS-DSUM-FOUND
           IF NOT WS-DSUM-FOUND
              IF WS-DSUM-USED < WS-DSUM-MAX
                 ADD 1 TO WS-DSUM-USED
                 MOVE WS-DSUM-USED TO WS-DSUM-IDX
                 MOVE WS-DIFF-KEY-SENSE
                    TO WS-DSUM-SENSE (WS-DSUM-IDX)
                 MOVE WS-DIFF-KEY-PRI
                    TO WS-DSUM-PRI-ACCT (WS-DSUM-IDX)
                 MOVE WS-DIFF-KEY-BOOK
                    TO WS-DSUM-BOOK-ACCT (WS-DSUM-IDX)
                 MOVE 0 TO WS-DSUM-COUNT (WS-DSUM-IDX)
                 MOVE 0 TO WS-DSUM-AMOUNT (WS-DSUM-IDX)
                 SET WS-DSUM-FOUND TO TRUE
              ELSE
                 SET WS-DSUM-FULL TO TRUE
              END-IF
           END-IF
           IF WS-DSUM-FOUND
              ADD 1 TO WS-DSUM-COUNT (WS-DSUM-IDX)
              ADD WS-DIFF-AMOUNT TO WS-DSUM-AMOUNT (WS-DSUM-IDX)
           END-IF.

       FIND-DSUM-ENTRY.
           IF WS-DIFF-KEY-SENSE = WS-DSUM-SENSE (WS-DSUM-IDX)
              AND WS-DIFF-KEY-PRI = WS-DSUM-PRI-ACCT (WS-DSUM-IDX)
              AND WS-DIFF-KEY-BOOK = WS-DSUM-BOOK-ACCT (WS-DSUM-IDX)
              SET WS-DSUM-FOUND TO TRUE
              SUBTRACT 1 FROM WS-DSUM-IDX
           END-IF.

      * The detail lines stand on their own; the summary folds them
      * by account pair so the two trial balances can be walked from
      * one to the other.
       WRITE-BOOK-DIFF-SUMMARY.
           IF WS-DIFF-COUNT = 0
              MOVE "AUCUN ECART AVEC LE LIVRE PRINCIPAL"
                 TO BOOK-DIFF-RECORD
              WRITE BOOK-DIFF-RECORD
           ELSE
              MOVE "RESUME PAR COUPLE DE COMPTES:" TO BOOK-DIFF-RECORD
              WRITE BOOK-DIFF-RECORD
              PERFORM WRITE-DSUM-LINE
                 VARYING WS-DSUM-IDX FROM 1 BY 1
                 UNTIL WS-DSUM-IDX > WS-DSUM-USED
              IF WS-DSUM-FULL
                 MOVE "  RESUME INCOMPLET: TABLE DES COUPLES PLEINE"
                    TO BOOK-DIFF-RECORD
                 WRITE BOOK-DIFF-RECORD
              END-IF
              MOVE WS-DIFF-COUNT TO WS-COUNT-EDIT
              MOVE WS-DIFF-TOTAL TO WS-AMOUNT-EDIT
              MOVE SPACES TO BOOK-DIFF-RECORD
              STRING "LIGNES EN ECART: " DELIMITED BY SIZE
                     WS-COUNT-EDIT       DELIMITED BY SIZE
                     "  MONTANT: "       DELIMITED BY SIZE
                     WS-AMOUNT-EDIT      DELIMITED BY SIZE
                     INTO BOOK-DIFF-RECORD
              END-STRING
              WRITE BOOK-DIFF-RECORD
           END-IF.

       WRITE-DSUM-LINE.
           MOVE WS-DSUM-COUNT (WS-DSUM-IDX) TO WS-COUNT-EDIT
           MOVE WS-DSUM-AMOUNT (WS-DSUM-IDX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO BOOK-DIFF-RECORD
           STRING "  "                           DELIMITED BY SIZE
                  WS-DSUM-SENSE (WS-DSUM-IDX)    DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-DSUM-PRI-ACCT (WS-DSUM-IDX) DELIMITED BY SIZE
                  " -> "                         DELIMITED BY SIZE
                  WS-DSUM-BOOK-ACCT (WS-DSUM-IDX)
                     DELIMITED BY SIZE
                  "  NB "                        DELIMITED BY SIZE
                  WS-COUNT-EDIT                  DELIMITED BY SIZE
                  "  MONTANT "                   DELIMITED BY SIZE
                  WS-AMOUNT-EDIT                 DELIMITED BY SIZE
                  INTO BOOK-DIFF-RECORD
           END-STRING
           WRITE BOOK-DIFF-RECORD.

      * The rounding residue lives in the batch trailer of the day's
      * output file, not in the audit records.
       SCAN-ROUNDING-TOTAL.
