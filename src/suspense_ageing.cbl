       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-AGEING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE
           ASSIGN TO DYNAMIC WS-SUSPENSE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT NEW-SUSPENSE-FILE
           ASSIGN TO DYNAMIC WS-NEW-SUSPENSE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-SUSPENSE-STATUS.

           SELECT WRITEOFF-FILE
           ASSIGN TO DYNAMIC WS-WRITEOFF-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WRITEOFF-STATUS.

           SELECT NEW-WRITEOFF-FILE
           ASSIGN TO DYNAMIC WS-NEW-WRITEOFF-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-WRITEOFF-STATUS.

           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.

           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
          05 SUSP-REASON          PIC X(3).
          05 SUSP-REC-NUM         PIC 9(7).
          05 SUSP-DATE            PIC X(8).
          05 SUSP-DATE-NUM REDEFINES SUSP-DATE PIC 9(8).
          05 SUSP-TRANS-DATA      PIC X(114).
          05 SUSP-TRANS-VIEW REDEFINES SUSP-TRANS-DATA.
             10 SUSP-NUM1         PIC 9(9)V99.
             10 SUSP-NUM2         PIC 9(9)V99.
             10 SUSP-OPERATION    PIC X(1).
             10 SUSP-CURRENCY     PIC X(3).
             10 SUSP-NUM1-REF     PIC X(12).
             10 SUSP-NUM2-REF     PIC X(12).
             10 SUSP-ENTITY       PIC X(3).
             10 SUSP-TAX-CODE     PIC X(3).
             10 SUSP-ACCOUNT      PIC X(10).
             10 SUSP-VALUE-DATE   PIC X(8).
             10 SUSP-DEPARTMENT   PIC X(10).
             10 SUSP-CPTY-NAME    PIC X(30).

       FD NEW-SUSPENSE-FILE.
       01 NEW-SUSPENSE-RECORD     PIC X(132).

       FD WRITEOFF-FILE.
       01 WRITEOFF-RECORD         PIC X(198).

       FD NEW-WRITEOFF-FILE.
       01 NEW-WRITEOFF-RECORD     PIC X(198).

       FD TRANS-FILE.
       01 TRANS-RECORD            PIC X(114).

       FD HISTORY-FILE.
       01 HISTORY-RECORD          PIC X(80).

       FD PROFILE-FILE.
       01 PROFILE-RECORD.
          05 PRF-USER-ID          PIC X(30).
          05 PRF-FULL-NAME        PIC X(30).
          05 PRF-DEPARTMENT       PIC X(10).
          05 PRF-ROLE             PIC X(1).
             88 PRF-ROLE-SUPERVISOR          VALUE "S".

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-SUSPENSE-FILENAME    PIC X(100)  VALUE "suspense.dat".
       01 WS-SUSPENSE-STATUS      PIC X(2).
       01 WS-SUSPENSE-EOF-FLAG    PIC X(1)    VALUE "N".
          88 WS-SUSPENSE-EOF                  VALUE "Y".
       01 WS-NEW-SUSPENSE-FILENAME PIC X(104).
       01 WS-NEW-SUSPENSE-STATUS  PIC X(2).
       01 WS-WRITEOFF-FILENAME    PIC X(100)
                                     VALUE "suspense_writeoff.dat".
       01 WS-WRITEOFF-STATUS      PIC X(2).
       01 WS-WRITEOFF-EOF-FLAG    PIC X(1)    VALUE "N".
          88 WS-WRITEOFF-EOF                  VALUE "Y".
       01 WS-NEW-WRITEOFF-FILENAME PIC X(104).
       01 WS-NEW-WRITEOFF-STATUS  PIC X(2).
       01 WS-TRANS-FILENAME       PIC X(100)  VALUE "transactions.txt".
       01 WS-TRANS-STATUS         PIC X(2).
       01 WS-HISTORY-FILENAME     PIC X(100)
                                     VALUE "suspense_history.log".
       01 WS-HISTORY-STATUS       PIC X(2).
       01 WS-PROFILE-FILENAME     PIC X(100)
                                     VALUE "user_profiles.dat".
       01 WS-PROFILE-STATUS       PIC X(2).
       01 WS-PROFILE-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-PROFILE-EOF                   VALUE "Y".
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-USER-NAME            PIC X(30).
       01 WS-SUPERVISOR-FLAG      PIC X(1)    VALUE "N".
          88 WS-USER-IS-SUPERVISOR            VALUE "Y".
       01 WS-SUSP-ACTION          PIC X(10)   VALUE SPACES.
          88 WS-ACTION-REPORT                 VALUES "REPORT", SPACES.
          88 WS-ACTION-APPROVE                VALUE "APPROVE".
          88 WS-ACTION-REJECT                 VALUE "REJECT".
       01 WS-WRITEOFF-NUMBER      PIC X(8)    VALUE SPACES.
       01 WS-RUN-DATE             PIC X(8).
       01 WS-RUN-DATE-NUM         PIC 9(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-PARAM-TEXT           PIC X(20).

      * Items older than this many days are proposed for write-off.
       01 WS-WRITEOFF-DAYS        PIC 9(4)    VALUE 90.

      * Ageing bands by days in suspense: upper bound of each band and
      * its label; the last one catches everything older.
       01 WS-BUCKET-VALUES.
          05 FILLER               PIC 9(4)    VALUE 30.
          05 FILLER               PIC X(8)    VALUE "0-30".
          05 FILLER               PIC 9(4)    VALUE 60.
          05 FILLER               PIC X(8)    VALUE "31-60".
          05 FILLER               PIC 9(4)    VALUE 90.
          05 FILLER               PIC X(8)    VALUE "61-90".
          05 FILLER               PIC 9(4)    VALUE 180.
          05 FILLER               PIC X(8)    VALUE "91-180".
          05 FILLER               PIC 9(4)    VALUE 9999.
          05 FILLER               PIC X(8)    VALUE "> 180".
       01 WS-BUCKET-TABLE REDEFINES WS-BUCKET-VALUES.
          05 WS-BUCKET-ENTRY OCCURS 5 TIMES.
             10 WS-BUCKET-LIMIT      PIC 9(4).
             10 WS-BUCKET-LABEL      PIC X(8).
       01 WS-BUCKET-IDX           PIC 9(1).
       01 WS-ITEM-BUCKET          PIC 9(1).

      * Suspense items by reason and currency, counted in each band.
       01 WS-AGE-TABLE.
          05 WS-AGE-ENTRY OCCURS 100 TIMES.
             10 WS-AGE-REASON        PIC X(3).
             10 WS-AGE-CURRENCY      PIC X(3).
             10 WS-AGE-BAND-COUNT    PIC 9(5) OCCURS 5 TIMES.
             10 WS-AGE-COUNT         PIC 9(5).
             10 WS-AGE-AMOUNT        PIC 9(13)V99.
       01 WS-AGE-USED             PIC 9(3)    VALUE 0.
       01 WS-AGE-MAX              PIC 9(3)    VALUE 100.
       01 WS-AGE-IDX              PIC 9(3).
       01 WS-AGE-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-AGE-FOUND                     VALUE "Y".
       01 WS-AGE-FULL-FLAG        PIC X(1)    VALUE "N".
          88 WS-AGE-FULL                      VALUE "Y".
       01 WS-BAND-TOTALS.
          05 WS-BAND-TOTAL        PIC 9(5) OCCURS 5 TIMES.

      * Write-off register: one line per proposal, P proposed,
      * A approved and posted, R refused, X lapsed because the item
      * left suspense before a decision.  The suspense item is kept
      * whole so the decision finds exactly the line proposed.
       01 WS-WRITEOFF-VIEW.
          05 WO-NUMBER            PIC X(8).
          05 WO-NUMBER-PARTS REDEFINES WO-NUMBER.
             10 WO-NUMBER-PREFIX  PIC X(2).
             10 WO-NUMBER-SEQ     PIC 9(6).
          05 FILLER               PIC X(1).
          05 WO-STATE             PIC X(1).
             88 WO-PROPOSED                   VALUE "P".
             88 WO-APPROVED                   VALUE "A".
             88 WO-REFUSED                    VALUE "R".
             88 WO-LAPSED                     VALUE "X".
          05 FILLER               PIC X(1).
          05 WO-PROPOSED-DATE     PIC 9(8).
          05 FILLER               PIC X(1).
          05 WO-AGE-DAYS          PIC 9(5).
          05 FILLER               PIC X(1).
          05 WO-DECIDER           PIC X(30).
          05 FILLER               PIC X(1).
          05 WO-DECIDED-DATE      PIC 9(8).
          05 FILLER               PIC X(1).
          05 WO-ITEM              PIC X(132).
       01 WS-WO-TABLE.
          05 WS-WO-ENTRY OCCURS 2000 TIMES.
             10 WS-WO-LINE           PIC X(198).
             10 WS-WO-SEEN-FLAG      PIC X(1).
                88 WS-WO-SEEN                 VALUE "Y".
       01 WS-WO-USED              PIC 9(4)    VALUE 0.
       01 WS-WO-MAX               PIC 9(4)    VALUE 2000.
       01 WS-WO-IDX               PIC 9(4).
       01 WS-WO-HIT               PIC 9(4)    VALUE 0.
       01 WS-WO-LAST-SEQ          PIC 9(6)    VALUE 0.
       01 WS-WO-FULL-FLAG         PIC X(1)    VALUE "N".
          88 WS-WO-FULL                       VALUE "Y".
       01 WS-WO-CHANGED-FLAG      PIC X(1)    VALUE "N".
          88 WS-WO-CHANGED                    VALUE "Y".

       01 WS-ITEM-DAYS            PIC 9(5).
       01 WS-ITEM-AMOUNT          PIC 9(9)V99.
       01 WS-ITEM-CURRENCY        PIC X(3).
       01 WS-ITEM-PRICED-FLAG     PIC X(1)    VALUE "N".
          88 WS-ITEM-PRICED                   VALUE "Y".
       01 WS-ITEM-REMOVED-FLAG    PIC X(1)    VALUE "N".
          88 WS-ITEM-REMOVED                  VALUE "Y".
       01 WS-DAYS-EDIT            PIC Z(4)9.
       01 WS-COUNT-EDIT           PIC Z(4)9.
       01 WS-AMOUNT-EDIT          PIC Z(8)9.99.
       01 WS-TOTAL-EDIT           PIC Z(12)9.99.
       01 WS-STATE-LABEL          PIC X(14).

       01 WS-ITEM-COUNT           PIC 9(5)    VALUE 0.
       01 WS-STALE-COUNT          PIC 9(5)    VALUE 0.
       01 WS-PROPOSED-COUNT       PIC 9(5)    VALUE 0.
       01 WS-PENDING-COUNT        PIC 9(5)    VALUE 0.
       01 WS-LAPSED-COUNT         PIC 9(5)    VALUE 0.

      * Write-off line for the transaction feed, in the layout MAIN
      * reads as a WOF record.
       01 WS-WOF-LINE.
          05 WS-WOF-TYPE          PIC X(3)    VALUE "WOF".
          05 WS-WOF-NUMBER        PIC X(8).
          05 WS-WOF-AMOUNT        PIC 9(9)V99.
          05 WS-WOF-CURRENCY      PIC X(3).
          05 WS-WOF-ENTITY        PIC X(3).
          05 WS-WOF-ACCOUNT       PIC X(10).
          05 WS-WOF-DEPARTMENT    PIC X(10).
          05 WS-WOF-SUSP-DATE     PIC X(8).
          05 WS-WOF-SUSP-REC-NUM  PIC 9(7).
          05 WS-WOF-SUSP-REASON   PIC X(3).
          05 FILLER               PIC X(48)   VALUE SPACES.

       01 WS-HISTORY-LINE.
          05 WS-HIST-DATE         PIC X(8).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-HIST-REASON       PIC X(3).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-HIST-REC-NUM      PIC 9(7).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-HIST-ORIG-DATE    PIC X(8).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-HIST-ACTION       PIC X(10).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-HIST-REFERENCE    PIC X(8).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-HIST-USER         PIC X(30).

       01 WS-SHELL-CMD            PIC X(300).
       01 WS-SHELL-RC             PIC S9(9) COMP-5.
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-BG-SESSION           PIC X(14)   VALUE SPACES.
       01 WS-BG-STATUS            PIC 9(2).
       01 WS-BG-FLAG              PIC X(1)    VALUE "N".
          88 WS-BREAK-GLASS-RIGHTS            VALUE "Y".
       01 WS-BG-PROGRAM           PIC X(12)   VALUE "SUSP-AGEING".
       01 WS-BG-ACTION-TEXT       PIC X(60).
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.

      * Ageing and write-off of suspense items nobody has put right.
      * The report (SUSP_ACTION REPORT or blank) ages every item in
      * suspense.dat at the business date, lists by reason, currency
      * and ageing band, and proposes for write-off each item older
      * than SUSP_WRITEOFF_DAYS (90 by default) that carries an
      * amount; reversal and formula lines left in suspense have none
      * and stay for a decision on the item itself.  Proposals are
      * numbered SWnnnnnn on the write-off register; a proposal whose
      * item has left suspense meanwhile lapses.  Pending proposals
      * end the step with RC 4.
      * A supervisor then decides each proposal on its own
      * (SUSP_ACTION APPROVE or REJECT with WRITEOFF_NUMBER).  An
      * approved write-off is queued on the transaction feed as a WOF
      * line for MAIN to post against the suspense write-off account,
      * the item leaves suspense.dat and the write-off is recorded in
      * suspense_history.log.  A refused item stays in suspense and is
      * not proposed again.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           MOVE SPACES TO WS-USER-NAME
           ACCEPT WS-USER-NAME FROM ENVIRONMENT "APP_USER"
           IF WS-USER-NAME = SPACES
              ACCEPT WS-USER-NAME FROM ENVIRONMENT "USER"
           END-IF

           ACCEPT WS-SUSPENSE-FILENAME FROM ENVIRONMENT "SUSPENSE_FILE"
           IF WS-SUSPENSE-FILENAME = SPACES
              MOVE "suspense.dat" TO WS-SUSPENSE-FILENAME
           END-IF
           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT "TRANS_FILENAME"
           IF WS-TRANS-FILENAME = SPACES
              MOVE "transactions.txt" TO WS-TRANS-FILENAME
           END-IF
           MOVE SPACES TO WS-NEW-SUSPENSE-FILENAME
           STRING FUNCTION TRIM (WS-SUSPENSE-FILENAME)
                     DELIMITED BY SIZE
                  ".new" DELIMITED BY SIZE
                  INTO WS-NEW-SUSPENSE-FILENAME
           END-STRING
           MOVE SPACES TO WS-NEW-WRITEOFF-FILENAME
           STRING FUNCTION TRIM (WS-WRITEOFF-FILENAME)
                     DELIMITED BY SIZE
                  ".new" DELIMITED BY SIZE
                  INTO WS-NEW-WRITEOFF-FILENAME
           END-STRING

           MOVE SPACES TO WS-PARAM-TEXT
           ACCEPT WS-PARAM-TEXT FROM ENVIRONMENT "SUSP_WRITEOFF_DAYS"
           IF WS-PARAM-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-PARAM-TEXT) = 0
              COMPUTE WS-WRITEOFF-DAYS =
                 FUNCTION NUMVAL (WS-PARAM-TEXT)
           END-IF

           ACCEPT WS-SUSP-ACTION FROM ENVIRONMENT "SUSP_ACTION"
           ACCEPT WS-WRITEOFF-NUMBER FROM ENVIRONMENT "WRITEOFF_NUMBER"
           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM

           IF NOT WS-ACTION-REPORT
              AND NOT WS-ACTION-APPROVE
              AND NOT WS-ACTION-REJECT
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: SUSP_ACTION must be REPORT, APPROVE "
                         "or REJECT"
              ELSE
                 DISPLAY "ERREUR: SUSP_ACTION REPORT, APPROVE ou "
                         "REJECT attendu"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           IF NOT WS-ACTION-REPORT
              PERFORM CHECK-SUPERVISOR-ROLE
              IF NOT WS-USER-IS-SUPERVISOR
                 IF WS-LOCALE-EN
                    DISPLAY "ERROR: " FUNCTION TRIM (WS-USER-NAME)
                            " is not a supervisor - write-off "
                            "decisions are refused"
                 ELSE
                    DISPLAY "ERREUR: " FUNCTION TRIM (WS-USER-NAME)
                            " n'est pas superviseur - decision de "
                            "passage en perte refusee"
                 END-IF
                 MOVE 12 TO WS-RETURN-CODE
                 MOVE WS-RETURN-CODE TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-WRITEOFF-NUMBER = SPACES
                 IF WS-LOCALE-EN
                    DISPLAY "ERROR: WRITEOFF_NUMBER is required - "
                            "each write-off is decided on its own"
                 ELSE
                    DISPLAY "ERREUR: WRITEOFF_NUMBER obligatoire - "
                            "chaque passage en perte est decide "
                            "un par un"
                 END-IF
                 MOVE 12 TO WS-RETURN-CODE
                 MOVE WS-RETURN-CODE TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           PERFORM LOAD-WRITEOFF-REGISTER
           IF WS-ACTION-REPORT
              PERFORM DO-AGEING-REPORT
           ELSE
              PERFORM DO-DECIDE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      * ---------------------------------------------------------
      * Ageing report and write-off proposals.
      * ---------------------------------------------------------
       DO-AGEING-REPORT.
           IF WS-LOCALE-EN
              DISPLAY "=== Suspense ageing: " WS-RUN-DATE " ==="
           ELSE
              DISPLAY "=== Anciennete des suspens: " WS-RUN-DATE
                      " ==="
           END-IF
           MOVE ZEROES TO WS-BAND-TOTALS

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "suspense_ageing-" DELIMITED BY SIZE
                  WS-RUN-DATE        DELIMITED BY SIZE
                  ".txt"             DELIMITED BY SIZE
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

           MOVE "N" TO WS-SUSPENSE-EOF-FLAG
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "00"
              PERFORM READ-SUSPENSE-RECORD
              PERFORM AGE-ONE-ITEM UNTIL WS-SUSPENSE-EOF
              CLOSE SUSPENSE-FILE
           END-IF
           IF WS-STALE-COUNT = 0
              MOVE "  AUCUN" TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF

           PERFORM LAPSE-ONE-PROPOSAL
              VARYING WS-WO-IDX FROM 1 BY 1
              UNTIL WS-WO-IDX > WS-WO-USED
           IF WS-WO-CHANGED
              PERFORM SAVE-WRITEOFF-REGISTER
           END-IF

           PERFORM WRITE-AGE-TABLE
           CLOSE REPORT-FILE

           IF WS-LOCALE-EN
              DISPLAY "Items in suspense: " WS-ITEM-COUNT
              DISPLAY "Older than " WS-WRITEOFF-DAYS " days: "
                      WS-STALE-COUNT
              DISPLAY "Newly proposed for write-off: "
                      WS-PROPOSED-COUNT
              DISPLAY "Awaiting a supervisor's decision: "
                      WS-PENDING-COUNT
              DISPLAY "Proposals lapsed: " WS-LAPSED-COUNT
              DISPLAY "Report written to "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           ELSE
              DISPLAY "Elements en suspens: " WS-ITEM-COUNT
              DISPLAY "Plus anciens que " WS-WRITEOFF-DAYS
                      " jours: " WS-STALE-COUNT
              DISPLAY "Nouvelles propositions de passage en perte: "
                      WS-PROPOSED-COUNT
              DISPLAY "En attente de decision superviseur: "
                      WS-PENDING-COUNT
              DISPLAY "Propositions caduques: " WS-LAPSED-COUNT
              DISPLAY "Rapport ecrit dans "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           END-IF
           IF WS-AGE-FULL OR WS-WO-FULL
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: table full, report incomplete"
              ELSE
                 DISPLAY "AVERTISSEMENT: table pleine, rapport "
                         "incomplet"
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           END-IF
           IF WS-PENDING-COUNT > 0 AND WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF.

       READ-SUSPENSE-RECORD.
           READ SUSPENSE-FILE
              AT END
                 SET WS-SUSPENSE-EOF TO TRUE
           END-READ.

      * An item dated in the future or not dated at all counts as
      * new.  Only an ordinary record has an amount to write off.
       AGE-ONE-ITEM.
           IF SUSPENSE-RECORD NOT = SPACES
              ADD 1 TO WS-ITEM-COUNT
              MOVE 0 TO WS-ITEM-DAYS
              IF SUSP-DATE-NUM NUMERIC
                 IF FUNCTION TEST-DATE-YYYYMMDD (SUSP-DATE-NUM) = 0
                    AND SUSP-DATE-NUM < WS-RUN-DATE-NUM
                    COMPUTE WS-ITEM-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
                       - FUNCTION INTEGER-OF-DATE (SUSP-DATE-NUM)
                 END-IF
              END-IF
              PERFORM PRICE-SUSPENSE-ITEM
              MOVE 0 TO WS-ITEM-BUCKET
              PERFORM FIND-ITEM-BUCKET
                 VARYING WS-BUCKET-IDX FROM 1 BY 1
                 UNTIL WS-BUCKET-IDX > 5 OR WS-ITEM-BUCKET > 0
              ADD 1 TO WS-BAND-TOTAL (WS-ITEM-BUCKET)
              PERFORM TALLY-AGE-ENTRY
              IF WS-ITEM-DAYS > WS-WRITEOFF-DAYS
                 ADD 1 TO WS-STALE-COUNT
                 PERFORM PROPOSE-WRITE-OFF
                 PERFORM WRITE-STALE-LINE
              END-IF
           END-IF
           PERFORM READ-SUSPENSE-RECORD.

       PRICE-SUSPENSE-ITEM.
           MOVE "N" TO WS-ITEM-PRICED-FLAG
           MOVE 0 TO WS-ITEM-AMOUNT
           MOVE SPACES TO WS-ITEM-CURRENCY
           IF SUSP-NUM1 NUMERIC
              SET WS-ITEM-PRICED TO TRUE
              MOVE SUSP-NUM1 TO WS-ITEM-AMOUNT
              MOVE SUSP-CURRENCY TO WS-ITEM-CURRENCY
           END-IF.

       FIND-ITEM-BUCKET.
           IF WS-ITEM-DAYS <= WS-BUCKET-LIMIT (WS-BUCKET-IDX)
              MOVE WS-BUCKET-IDX TO WS-ITEM-BUCKET
           END-IF.

       TALLY-AGE-ENTRY.
           MOVE "N" TO WS-AGE-FOUND-FLAG
           PERFORM FIND-AGE-ENTRY VARYING WS-AGE-IDX FROM 1 BY 1
              UNTIL WS-AGE-IDX > WS-AGE-USED OR WS-AGE-FOUND
           IF NOT WS-AGE-FOUND
              IF WS-AGE-USED < WS-AGE-MAX
                 ADD 1 TO WS-AGE-USED
                 MOVE WS-AGE-USED TO WS-AGE-IDX
                 MOVE SUSP-REASON TO WS-AGE-REASON (WS-AGE-IDX)
                 MOVE WS-ITEM-CURRENCY TO WS-AGE-CURRENCY (WS-AGE-IDX)
                 MOVE 0 TO WS-AGE-BAND-COUNT (WS-AGE-IDX, 1)
                 MOVE 0 TO WS-AGE-BAND-COUNT (WS-AGE-IDX, 2)
                 MOVE 0 TO WS-AGE-BAND-COUNT (WS-AGE-IDX, 3)
                 MOVE 0 TO WS-AGE-BAND-COUNT (WS-AGE-IDX, 4)
                 MOVE 0 TO WS-AGE-BAND-COUNT (WS-AGE-IDX, 5)
                 MOVE 0 TO WS-AGE-COUNT (WS-AGE-IDX)
                 MOVE 0 TO WS-AGE-AMOUNT (WS-AGE-IDX)
                 SET WS-AGE-FOUND TO TRUE
              ELSE
                 SET WS-AGE-FULL TO TRUE
              END-IF
           END-IF
           IF WS-AGE-FOUND
              ADD 1 TO WS-AGE-BAND-COUNT (WS-AGE-IDX, WS-ITEM-BUCKET)
              ADD 1 TO WS-AGE-COUNT (WS-AGE-IDX)
              ADD WS-ITEM-AMOUNT TO WS-AGE-AMOUNT (WS-AGE-IDX)
           END-IF.

       FIND-AGE-ENTRY.
           IF WS-AGE-REASON (WS-AGE-IDX) = SUSP-REASON
              AND WS-AGE-CURRENCY (WS-AGE-IDX) = WS-ITEM-CURRENCY
              SET WS-AGE-FOUND TO TRUE
              SUBTRACT 1 FROM WS-AGE-IDX
           END-IF.

      * An item already on the register keeps its proposal; an item
      * refused once is not proposed again.
       PROPOSE-WRITE-OFF.
           PERFORM FIND-ITEM-PROPOSAL
           IF WS-WO-HIT > 0
              MOVE WS-WO-LINE (WS-WO-HIT) TO WS-WRITEOFF-VIEW
              SET WS-WO-SEEN (WS-WO-HIT) TO TRUE
           ELSE
              MOVE SPACES TO WS-WRITEOFF-VIEW
              IF WS-ITEM-PRICED
                 IF WS-WO-USED < WS-WO-MAX
                    ADD 1 TO WS-WO-LAST-SEQ
                    MOVE "SW" TO WO-NUMBER-PREFIX
                    MOVE WS-WO-LAST-SEQ TO WO-NUMBER-SEQ
                    SET WO-PROPOSED TO TRUE
                    MOVE WS-RUN-DATE-NUM TO WO-PROPOSED-DATE
                    MOVE WS-ITEM-DAYS TO WO-AGE-DAYS
                    MOVE 0 TO WO-DECIDED-DATE
                    MOVE SUSPENSE-RECORD TO WO-ITEM
                    ADD 1 TO WS-WO-USED
                    MOVE WS-WRITEOFF-VIEW TO WS-WO-LINE (WS-WO-USED)
                    SET WS-WO-SEEN (WS-WO-USED) TO TRUE
                    SET WS-WO-CHANGED TO TRUE
                    ADD 1 TO WS-PROPOSED-COUNT
                 ELSE
                    SET WS-WO-FULL TO TRUE
                 END-IF
              END-IF
           END-IF
           IF WO-PROPOSED
              ADD 1 TO WS-PENDING-COUNT
           END-IF.

      * The same item may have been proposed before; an approved or
      * lapsed proposal does not stop it being proposed again, since
      * the item has come back to suspense since.
       FIND-ITEM-PROPOSAL.
           MOVE 0 TO WS-WO-HIT
           PERFORM MATCH-ITEM-PROPOSAL
              VARYING WS-WO-IDX FROM 1 BY 1
              UNTIL WS-WO-IDX > WS-WO-USED OR WS-WO-HIT > 0.

       MATCH-ITEM-PROPOSAL.
           MOVE WS-WO-LINE (WS-WO-IDX) TO WS-WRITEOFF-VIEW
           IF WO-ITEM = SUSPENSE-RECORD
              AND (WO-PROPOSED OR WO-REFUSED)
              AND NOT WS-WO-SEEN (WS-WO-IDX)
              MOVE WS-WO-IDX TO WS-WO-HIT
           END-IF.

       LAPSE-ONE-PROPOSAL.
           MOVE WS-WO-LINE (WS-WO-IDX) TO WS-WRITEOFF-VIEW
           IF WO-PROPOSED AND NOT WS-WO-SEEN (WS-WO-IDX)
              SET WO-LAPSED TO TRUE
              MOVE WS-RUN-DATE-NUM TO WO-DECIDED-DATE
              MOVE WS-WRITEOFF-VIEW TO WS-WO-LINE (WS-WO-IDX)
              SET WS-WO-CHANGED TO TRUE
              ADD 1 TO WS-LAPSED-COUNT
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE WS-WRITEOFF-DAYS TO WS-DAYS-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "ANCIENNETE DES SUSPENS AU " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " - SEUIL DE PASSAGE EN PERTE " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DAYS-EDIT) DELIMITED BY SIZE
                  " JOURS" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SUSPENS AU-DELA DU SEUIL" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "NUMERO   SUSPENDU ENR.    MOTIF JOURS "
                     DELIMITED BY SIZE
                  "     MONTANT DEV ETAT" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-STALE-LINE.
           EVALUATE TRUE
              WHEN NOT WS-ITEM-PRICED
                 MOVE "NON CHIFFRE" TO WS-STATE-LABEL
              WHEN WO-PROPOSED
                 MOVE "A APPROUVER" TO WS-STATE-LABEL
              WHEN WO-REFUSED
                 MOVE "PERTE REFUSEE" TO WS-STATE-LABEL
              WHEN OTHER
                 MOVE "NON PROPOSE" TO WS-STATE-LABEL
           END-EVALUATE
           MOVE WS-ITEM-DAYS TO WS-DAYS-EDIT
           MOVE WS-ITEM-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING WO-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUSP-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUSP-REC-NUM DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SUSP-REASON DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-DAYS-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ITEM-CURRENCY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STATE-LABEL DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-AGE-TABLE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SUSPENS PAR MOTIF ET TRANCHE D'ANCIENNETE (JOURS)"
              TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "MOTIF DEV " DELIMITED BY SIZE
                  WS-BUCKET-LABEL (1) DELIMITED BY SIZE
                  WS-BUCKET-LABEL (2) DELIMITED BY SIZE
                  WS-BUCKET-LABEL (3) DELIMITED BY SIZE
                  WS-BUCKET-LABEL (4) DELIMITED BY SIZE
                  WS-BUCKET-LABEL (5) DELIMITED BY SIZE
                  "TOTAL            MONTANT" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM WRITE-AGE-LINE
              VARYING WS-AGE-IDX FROM 1 BY 1
              UNTIL WS-AGE-IDX > WS-AGE-USED
           MOVE SPACES TO REPORT-RECORD
           MOVE "TOTAL     " TO REPORT-RECORD (1:10)
           PERFORM WRITE-BAND-TOTAL
              VARYING WS-BUCKET-IDX FROM 1 BY 1
              UNTIL WS-BUCKET-IDX > 5
           MOVE WS-ITEM-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO REPORT-RECORD (51:5)
           WRITE REPORT-RECORD.

      * Amounts are in each item's own currency, hence one line per
      * reason and currency.
       WRITE-AGE-LINE.
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-AGE-REASON (WS-AGE-IDX) TO REPORT-RECORD (1:3)
           MOVE WS-AGE-CURRENCY (WS-AGE-IDX) TO REPORT-RECORD (7:3)
           PERFORM WRITE-AGE-BAND
              VARYING WS-BUCKET-IDX FROM 1 BY 1
              UNTIL WS-BUCKET-IDX > 5
           MOVE WS-AGE-COUNT (WS-AGE-IDX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO REPORT-RECORD (51:5)
           MOVE WS-AGE-AMOUNT (WS-AGE-IDX) TO WS-TOTAL-EDIT
           MOVE WS-TOTAL-EDIT TO REPORT-RECORD (57:16)
           WRITE REPORT-RECORD.

       WRITE-AGE-BAND.
           MOVE WS-AGE-BAND-COUNT (WS-AGE-IDX, WS-BUCKET-IDX)
              TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT
              TO REPORT-RECORD (WS-BUCKET-IDX * 8 + 3:5).

       WRITE-BAND-TOTAL.
           MOVE WS-BAND-TOTAL (WS-BUCKET-IDX) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT
              TO REPORT-RECORD (WS-BUCKET-IDX * 8 + 3:5).

      * ---------------------------------------------------------
      * Supervisor decision on one proposal.
      * ---------------------------------------------------------
       DO-DECIDE.
           MOVE 0 TO WS-WO-HIT
           PERFORM FIND-NUMBERED-PROPOSAL
              VARYING WS-WO-IDX FROM 1 BY 1
              UNTIL WS-WO-IDX > WS-WO-USED OR WS-WO-HIT > 0
           IF WS-WO-HIT = 0
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: no pending write-off "
                         WS-WRITEOFF-NUMBER
              ELSE
                 DISPLAY "ERREUR: aucun passage en perte en attente "
                         WS-WRITEOFF-NUMBER
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              MOVE WS-WO-LINE (WS-WO-HIT) TO WS-WRITEOFF-VIEW
              MOVE WO-ITEM TO SUSPENSE-RECORD
              IF WS-ACTION-REJECT
                 PERFORM REFUSE-WRITE-OFF
              ELSE
                 PERFORM APPROVE-WRITE-OFF
              END-IF
           END-IF.

       FIND-NUMBERED-PROPOSAL.
           MOVE WS-WO-LINE (WS-WO-IDX) TO WS-WRITEOFF-VIEW
           IF WO-NUMBER = WS-WRITEOFF-NUMBER AND WO-PROPOSED
              MOVE WS-WO-IDX TO WS-WO-HIT
           END-IF.

       REFUSE-WRITE-OFF.
           SET WO-REFUSED TO TRUE
           MOVE WS-USER-NAME TO WO-DECIDER
           MOVE WS-RUN-DATE-NUM TO WO-DECIDED-DATE
           MOVE WS-WRITEOFF-VIEW TO WS-WO-LINE (WS-WO-HIT)
           PERFORM SAVE-WRITEOFF-REGISTER
           MOVE SPACES TO WS-BG-ACTION-TEXT
           STRING "REFUS PERTE " DELIMITED BY SIZE
                  WO-NUMBER DELIMITED BY SIZE
                  INTO WS-BG-ACTION-TEXT
           END-STRING
           PERFORM JOURNAL-BREAK-GLASS
           IF WS-LOCALE-EN
              DISPLAY "REFUSED: " WO-NUMBER " by "
                      FUNCTION TRIM (WS-USER-NAME)
                      " - item stays in suspense"
           ELSE
              DISPLAY "REFUSE: " WO-NUMBER " par "
                      FUNCTION TRIM (WS-USER-NAME)
                      " - l'element reste en suspens"
           END-IF.

      * The feed is opened before suspense is touched, so an item
      * only leaves suspense once its write-off line is queued.
       APPROVE-WRITE-OFF.
           OPEN EXTEND TRANS-FILE
           IF WS-TRANS-STATUS = "35"
              OPEN OUTPUT TRANS-FILE
           END-IF
           IF WS-TRANS-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "Error: cannot open transaction feed: "
                         FUNCTION TRIM (WS-TRANS-FILENAME)
              ELSE
                 DISPLAY "Erreur: ouverture du fichier de "
                         "transactions impossible: "
                         FUNCTION TRIM (WS-TRANS-FILENAME)
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              PERFORM REMOVE-SUSPENSE-ITEM
              IF WS-ITEM-REMOVED
                 PERFORM QUEUE-WRITE-OFF-LINE
                 CLOSE TRANS-FILE
                 PERFORM APPEND-WRITE-OFF-HISTORY
                 SET WO-APPROVED TO TRUE
                 MOVE WS-USER-NAME TO WO-DECIDER
                 MOVE WS-RUN-DATE-NUM TO WO-DECIDED-DATE
                 MOVE WS-WRITEOFF-VIEW TO WS-WO-LINE (WS-WO-HIT)
                 PERFORM SAVE-WRITEOFF-REGISTER
                 MOVE SPACES TO WS-BG-ACTION-TEXT
                 STRING "PASSAGE EN PERTE " DELIMITED BY SIZE
                        WO-NUMBER DELIMITED BY SIZE
                        INTO WS-BG-ACTION-TEXT
                 END-STRING
                 PERFORM JOURNAL-BREAK-GLASS
                 MOVE WS-WOF-AMOUNT TO WS-AMOUNT-EDIT
                 IF WS-LOCALE-EN
                    DISPLAY "APPROVED: " WO-NUMBER " "
                            FUNCTION TRIM (WS-AMOUNT-EDIT) " "
                            WS-WOF-CURRENCY " by "
                            FUNCTION TRIM (WS-USER-NAME)
                            " - queued for posting"
                 ELSE
                    DISPLAY "APPROUVE: " WO-NUMBER " "
                            FUNCTION TRIM (WS-AMOUNT-EDIT) " "
                            WS-WOF-CURRENCY " par "
                            FUNCTION TRIM (WS-USER-NAME)
                            " - en attente de comptabilisation"
                 END-IF
              ELSE
                 CLOSE TRANS-FILE
                 SET WO-LAPSED TO TRUE
                 MOVE WS-RUN-DATE-NUM TO WO-DECIDED-DATE
                 MOVE WS-WRITEOFF-VIEW TO WS-WO-LINE (WS-WO-HIT)
                 PERFORM SAVE-WRITEOFF-REGISTER
                 IF WS-LOCALE-EN
                    DISPLAY "ERROR: item of " WO-NUMBER
                            " is no longer in suspense - proposal "
                            "lapsed"
                 ELSE
                    DISPLAY "ERREUR: l'element de " WO-NUMBER
                            " n'est plus en suspens - proposition "
                            "caduque"
                 END-IF
                 MOVE 8 TO WS-RETURN-CODE
              END-IF
           END-IF.

      * Suspense is copied without the first line identical to the
      * proposed item, then put back in place.
       REMOVE-SUSPENSE-ITEM.
           MOVE "N" TO WS-ITEM-REMOVED-FLAG
           MOVE "N" TO WS-SUSPENSE-EOF-FLAG
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "00"
              OPEN OUTPUT NEW-SUSPENSE-FILE
              PERFORM READ-SUSPENSE-RECORD
              PERFORM COPY-ONE-SUSPENSE-ITEM UNTIL WS-SUSPENSE-EOF
              CLOSE NEW-SUSPENSE-FILE
              CLOSE SUSPENSE-FILE
              IF WS-ITEM-REMOVED
                 MOVE SPACES TO WS-SHELL-CMD
                 STRING "mv -f " DELIMITED BY SIZE
                        FUNCTION TRIM (WS-NEW-SUSPENSE-FILENAME)
                           DELIMITED BY SIZE
                        " " DELIMITED BY SIZE
                        FUNCTION TRIM (WS-SUSPENSE-FILENAME)
                           DELIMITED BY SIZE
                        INTO WS-SHELL-CMD
                 END-STRING
              ELSE
                 MOVE SPACES TO WS-SHELL-CMD
                 STRING "rm -f " DELIMITED BY SIZE
                        FUNCTION TRIM (WS-NEW-SUSPENSE-FILENAME)
                           DELIMITED BY SIZE
                        INTO WS-SHELL-CMD
                 END-STRING
              END-IF
              CALL "SYSTEM" USING WS-SHELL-CMD
                  RETURNING WS-SHELL-RC
           END-IF.

       COPY-ONE-SUSPENSE-ITEM.
           IF SUSPENSE-RECORD = WO-ITEM AND NOT WS-ITEM-REMOVED
              SET WS-ITEM-REMOVED TO TRUE
           ELSE
              MOVE SUSPENSE-RECORD TO NEW-SUSPENSE-RECORD
              WRITE NEW-SUSPENSE-RECORD
           END-IF
           PERFORM READ-SUSPENSE-RECORD.

       QUEUE-WRITE-OFF-LINE.
           MOVE WO-ITEM TO SUSPENSE-RECORD
           MOVE WO-NUMBER TO WS-WOF-NUMBER
           MOVE SUSP-NUM1 TO WS-WOF-AMOUNT
           MOVE SUSP-CURRENCY TO WS-WOF-CURRENCY
           MOVE SUSP-ENTITY TO WS-WOF-ENTITY
           MOVE SUSP-ACCOUNT TO WS-WOF-ACCOUNT
           MOVE SUSP-DEPARTMENT TO WS-WOF-DEPARTMENT
           MOVE SUSP-DATE TO WS-WOF-SUSP-DATE
           MOVE SUSP-REC-NUM TO WS-WOF-SUSP-REC-NUM
           MOVE SUSP-REASON TO WS-WOF-SUSP-REASON
           MOVE WS-WOF-LINE TO TRANS-RECORD
           WRITE TRANS-RECORD.

       APPEND-WRITE-OFF-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
              OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS = "00"
              MOVE SPACES TO WS-HISTORY-LINE
              MOVE WS-RUN-DATE   TO WS-HIST-DATE
              MOVE SUSP-REASON   TO WS-HIST-REASON
              MOVE SUSP-REC-NUM  TO WS-HIST-REC-NUM
              MOVE SUSP-DATE     TO WS-HIST-ORIG-DATE
              MOVE "PERTE"       TO WS-HIST-ACTION
              MOVE WO-NUMBER     TO WS-HIST-REFERENCE
              MOVE WS-USER-NAME  TO WS-HIST-USER
              MOVE WS-HISTORY-LINE TO HISTORY-RECORD
              WRITE HISTORY-RECORD
              CLOSE HISTORY-FILE
           END-IF.

      * ---------------------------------------------------------
      * Write-off register.
      * ---------------------------------------------------------
       LOAD-WRITEOFF-REGISTER.
           MOVE 0 TO WS-WO-USED
           MOVE 0 TO WS-WO-LAST-SEQ
           MOVE "N" TO WS-WRITEOFF-EOF-FLAG
           OPEN INPUT WRITEOFF-FILE
           IF WS-WRITEOFF-STATUS = "00"
              PERFORM READ-WRITEOFF-RECORD
              PERFORM LOAD-ONE-WRITEOFF UNTIL WS-WRITEOFF-EOF
              CLOSE WRITEOFF-FILE
           END-IF.

       READ-WRITEOFF-RECORD.
           READ WRITEOFF-FILE
              AT END
                 SET WS-WRITEOFF-EOF TO TRUE
           END-READ.

       LOAD-ONE-WRITEOFF.
           IF WRITEOFF-RECORD NOT = SPACES
              IF WS-WO-USED < WS-WO-MAX
                 ADD 1 TO WS-WO-USED
                 MOVE WRITEOFF-RECORD TO WS-WO-LINE (WS-WO-USED)
                 MOVE "N" TO WS-WO-SEEN-FLAG (WS-WO-USED)
                 MOVE WRITEOFF-RECORD TO WS-WRITEOFF-VIEW
                 IF WO-NUMBER-SEQ NUMERIC
                    AND WO-NUMBER-SEQ > WS-WO-LAST-SEQ
                    MOVE WO-NUMBER-SEQ TO WS-WO-LAST-SEQ
                 END-IF
              ELSE
                 SET WS-WO-FULL TO TRUE
              END-IF
           END-IF
           PERFORM READ-WRITEOFF-RECORD.

      * A full table means the register was not loaded whole; it is
      * then left as it stands rather than rewritten short.
       SAVE-WRITEOFF-REGISTER.
           IF WS-WO-FULL
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: write-off register too large - "
                         "not updated"
              ELSE
                 DISPLAY "ERREUR: registre des passages en perte "
                         "trop grand - non mis a jour"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              OPEN OUTPUT NEW-WRITEOFF-FILE
              PERFORM WRITE-ONE-WRITEOFF
                 VARYING WS-WO-IDX FROM 1 BY 1
                 UNTIL WS-WO-IDX > WS-WO-USED
              CLOSE NEW-WRITEOFF-FILE
              MOVE SPACES TO WS-SHELL-CMD
              STRING "mv -f " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-NEW-WRITEOFF-FILENAME)
                        DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-WRITEOFF-FILENAME)
                        DELIMITED BY SIZE
                     INTO WS-SHELL-CMD
              END-STRING
              CALL "SYSTEM" USING WS-SHELL-CMD
                  RETURNING WS-SHELL-RC
           END-IF.

       WRITE-ONE-WRITEOFF.
           MOVE WS-WO-LINE (WS-WO-IDX) TO NEW-WRITEOFF-RECORD
           WRITE NEW-WRITEOFF-RECORD.

      * ---------------------------------------------------------
      * Supervisor rights.
      * ---------------------------------------------------------
       CHECK-SUPERVISOR-ROLE.
           MOVE "N" TO WS-SUPERVISOR-FLAG
           MOVE "N" TO WS-PROFILE-EOF-FLAG
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
              PERFORM READ-PROFILE-RECORD
              PERFORM MATCH-PROFILE-RECORD UNTIL WS-PROFILE-EOF
              CLOSE PROFILE-FILE
           END-IF
           IF NOT WS-USER-IS-SUPERVISOR
              PERFORM CHECK-BREAK-GLASS
           END-IF.

      * An operator holding a break-glass session is granted the
      * supervisor's rights for its duration; everything done under
      * them is journalled for the next day's review.
       CHECK-BREAK-GLASS.
           CALL "BREAK_GLASS" USING WS-USER-NAME, WS-BG-SESSION,
                                    WS-BG-STATUS
           IF WS-BG-STATUS = 0
              SET WS-USER-IS-SUPERVISOR TO TRUE
              SET WS-BREAK-GLASS-RIGHTS TO TRUE
              IF WS-LOCALE-EN
                 DISPLAY "EMERGENCY ACCESS: session " WS-BG-SESSION
                         " - every action is journalled"
              ELSE
                 DISPLAY "ACCES D'URGENCE: session " WS-BG-SESSION
                         " - chaque action est journalisee"
              END-IF
           END-IF.

       JOURNAL-BREAK-GLASS.
           IF WS-BREAK-GLASS-RIGHTS
              CALL "BREAK_GLASS_LOG" USING WS-BG-SESSION,
                                           WS-USER-NAME,
                                           WS-BG-PROGRAM,
                                           WS-BG-ACTION-TEXT
           END-IF.

       READ-PROFILE-RECORD.
           READ PROFILE-FILE
              AT END
                 SET WS-PROFILE-EOF TO TRUE
           END-READ.

       MATCH-PROFILE-RECORD.
           IF PRF-USER-ID = WS-USER-NAME AND PRF-ROLE-SUPERVISOR
              SET WS-USER-IS-SUPERVISOR TO TRUE
           END-IF
           PERFORM READ-PROFILE-RECORD.

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

       END PROGRAM SUSPENSE-AGEING.
