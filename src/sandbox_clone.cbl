       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANDBOX-CLONE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN TO DYNAMIC WS-LIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CLONE-IN-FILE ASSIGN TO DYNAMIC WS-SOURCE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLONE-IN-STATUS.

           SELECT CLONE-OUT-FILE ASSIGN TO DYNAMIC WS-TARGET-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLONE-OUT-STATUS.

           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LIST-FILE.
       01 LIST-RECORD             PIC X(250).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY CALCREC.

       FD CLONE-IN-FILE.
       01 CLONE-IN-RECORD         PIC X(300).

       FD CLONE-OUT-FILE.
       01 CLONE-OUT-RECORD        PIC X(300).

       FD PROFILE-FILE.
       01 PROFILE-RECORD.
          05 PRF-USER-ID          PIC X(30).
          05 PRF-FULL-NAME        PIC X(30).
          05 PRF-DEPARTMENT       PIC X(10).
          05 PRF-ROLE             PIC X(1).
             88 PRF-ROLE-SUPERVISOR          VALUE "S".

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-LIST-FILENAME        PIC X(100)
                                     VALUE "clone_list.tmp".
       01 WS-LIST-STATUS          PIC X(2).
       01 WS-LIST-EOF-FLAG        PIC X(1)    VALUE "N".
          88 WS-LIST-EOF                      VALUE "Y".
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-AUDIT-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-AUDIT-EOF                     VALUE "Y".
       01 WS-BASE-AUDIT-FILENAME  PIC X(100).
       01 WS-SOURCE-FILENAME      PIC X(100).
       01 WS-CLONE-IN-STATUS      PIC X(2).
       01 WS-CLONE-IN-EOF-FLAG    PIC X(1)    VALUE "N".
          88 WS-CLONE-IN-EOF                  VALUE "Y".
       01 WS-TARGET-FILENAME      PIC X(200).
       01 WS-CLONE-OUT-STATUS     PIC X(2).
       01 WS-PROFILE-FILENAME     PIC X(100)
                                     VALUE "user_profiles.dat".
       01 WS-PROFILE-STATUS       PIC X(2).
       01 WS-PROFILE-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-PROFILE-EOF                   VALUE "Y".
       01 WS-REPORT-FILENAME      PIC X(200).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-USER-NAME            PIC X(30)   VALUE SPACES.
       01 WS-SUPERVISOR-FLAG      PIC X(1)    VALUE "N".
          88 WS-USER-IS-SUPERVISOR            VALUE "Y".
       01 WS-CLONE-DATE           PIC X(8).
       01 WS-CLONE-DATE-NUM       PIC 9(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-CLONE-DIR            PIC X(100)  VALUE SPACES.

      * Reference files hold no personal data and go across as they
      * are; a name may be a shell pattern.
       01 WS-REFERENCE-VALUES.
          05 FILLER PIC X(30) VALUE "main.cfg".
          05 FILLER PIC X(30) VALUE "daily_job.jcf".
          05 FILLER PIC X(30) VALUE "accrual_rates.dat".
          05 FILLER PIC X(30) VALUE "alloc_rules.dat".
          05 FILLER PIC X(30) VALUE "budget_master.dat".
          05 FILLER PIC X(30) VALUE "cash_floor.dat".
          05 FILLER PIC X(30) VALUE "coa_mapping.dat".
          05 FILLER PIC X(30) VALUE "currency_decimals.dat".
          05 FILLER PIC X(30) VALUE "edit_rules.dat".
          05 FILLER PIC X(30) VALUE "entity_master.dat".
          05 FILLER PIC X(30) VALUE "eod_checklist.dat".
          05 FILLER PIC X(30) VALUE "feed_mapping.dat".
          05 FILLER PIC X(30) VALUE "feed_schedule.dat".
          05 FILLER PIC X(30) VALUE "fiscal_calendar.dat".
          05 FILLER PIC X(30) VALUE "fraud_rules.dat".
          05 FILLER PIC X(30) VALUE "freeze_calendar.dat".
          05 FILLER PIC X(30) VALUE "fx_rates.dat".
          05 FILLER PIC X(30) VALUE "fx_spreads.dat".
          05 FILLER PIC X(30) VALUE "gl_books.dat".
          05 FILLER PIC X(30) VALUE "holidays*.dat".
          05 FILLER PIC X(30) VALUE "payment_reasons.dat".
          05 FILLER PIC X(30) VALUE "position_limits.dat".
          05 FILLER PIC X(30) VALUE "prepaid_master.dat".
          05 FILLER PIC X(30) VALUE "privacy_rules.dat".
          05 FILLER PIC X(30) VALUE "recipient_list.dat".
          05 FILLER PIC X(30) VALUE "report_defs.dat".
          05 FILLER PIC X(30) VALUE "retention_rules.dat".
          05 FILLER PIC X(30) VALUE "settlement_rules.dat".
          05 FILLER PIC X(30) VALUE "sod_rules.dat".
          05 FILLER PIC X(30) VALUE "tax_table.dat".
          05 FILLER PIC X(30) VALUE "vat_boxes.dat".
          05 FILLER PIC X(30) VALUE "watchlist.dat".
       01 WS-REFERENCE-TABLE REDEFINES WS-REFERENCE-VALUES.
          05 WS-REF-NAME OCCURS 32 TIMES PIC X(30).
       01 WS-REF-COUNT            PIC 9(2)    VALUE 32.
       01 WS-REF-IDX              PIC 9(2).

      * Files carrying people, accounts or free text, with the
      * columns masked on the way across (position, length, kind).
      * USERID is a sign-on: it is masked like a name and remembered,
      * so a LOGIN column elsewhere is masked only when it holds one
      * of them (the fee schedule mixes sign-ons with departments).
      * The profiles come first for that reason.
       01 WS-MASKED-VALUES.
          05 FILLER PIC X(30) VALUE "user_profiles.dat".
          05 FILLER PIC 9(3)  VALUE 1.
          05 FILLER PIC 9(2)  VALUE 30.
          05 FILLER PIC X(8)  VALUE "USERID".
          05 FILLER PIC 9(3)  VALUE 31.
          05 FILLER PIC 9(2)  VALUE 30.
          05 FILLER PIC X(8)  VALUE "USER".
          05 FILLER PIC X(30) VALUE "user_locale.dat".
          05 FILLER PIC 9(3)  VALUE 1.
          05 FILLER PIC 9(2)  VALUE 30.
          05 FILLER PIC X(8)  VALUE "USER".
          05 FILLER PIC 9(3)  VALUE 0.
          05 FILLER PIC 9(2)  VALUE 0.
          05 FILLER PIC X(8)  VALUE SPACES.
          05 FILLER PIC X(30) VALUE "limit_master.dat".
          05 FILLER PIC 9(3)  VALUE 1.
          05 FILLER PIC 9(2)  VALUE 30.
          05 FILLER PIC X(8)  VALUE "USER".
          05 FILLER PIC 9(3)  VALUE 0.
          05 FILLER PIC 9(2)  VALUE 0.
          05 FILLER PIC X(8)  VALUE SPACES.
          05 FILLER PIC X(30) VALUE "fee_schedule.dat".
          05 FILLER PIC 9(3)  VALUE 3.
          05 FILLER PIC 9(2)  VALUE 30.
          05 FILLER PIC X(8)  VALUE "LOGIN".
          05 FILLER PIC 9(3)  VALUE 0.
          05 FILLER PIC 9(2)  VALUE 0.
          05 FILLER PIC X(8)  VALUE SPACES.
          05 FILLER PIC X(30) VALUE "account_master.dat".
          05 FILLER PIC 9(3)  VALUE 12.
          05 FILLER PIC 9(2)  VALUE 30.
          05 FILLER PIC X(8)  VALUE "ACCTNAME".
          05 FILLER PIC 9(3)  VALUE 0.
          05 FILLER PIC 9(2)  VALUE 0.
          05 FILLER PIC X(8)  VALUE SPACES.
          05 FILLER PIC X(30) VALUE "standing_orders.dat".
          05 FILLER PIC 9(3)  VALUE 46.
          05 FILLER PIC 9(2)  VALUE 20.
          05 FILLER PIC X(8)  VALUE "TEXT".
          05 FILLER PIC 9(3)  VALUE 0.
          05 FILLER PIC 9(2)  VALUE 0.
          05 FILLER PIC X(8)  VALUE SPACES.
          05 FILLER PIC X(30) VALUE "balance_master.dat".
          05 FILLER PIC 9(3)  VALUE 1.
          05 FILLER PIC 9(2)  VALUE 30.
          05 FILLER PIC X(8)  VALUE "USER".
          05 FILLER PIC 9(3)  VALUE 0.
          05 FILLER PIC 9(2)  VALUE 0.
          05 FILLER PIC X(8)  VALUE SPACES.
          05 FILLER PIC X(30) VALUE "balance_history.dat".
          05 FILLER PIC 9(3)  VALUE 10.
          05 FILLER PIC 9(2)  VALUE 30.
          05 FILLER PIC X(8)  VALUE "USER".
          05 FILLER PIC 9(3)  VALUE 0.
          05 FILLER PIC 9(2)  VALUE 0.
          05 FILLER PIC X(8)  VALUE SPACES.
          05 FILLER PIC X(30) VALUE "hold_queue.dat".
          05 FILLER PIC 9(3)  VALUE 32.
          05 FILLER PIC 9(2)  VALUE 30.
          05 FILLER PIC X(8)  VALUE "USER".
          05 FILLER PIC 9(3)  VALUE 0.
          05 FILLER PIC 9(2)  VALUE 0.
          05 FILLER PIC X(8)  VALUE SPACES.
          05 FILLER PIC X(30) VALUE "fraud_profile.dat".
          05 FILLER PIC 9(3)  VALUE 3.
          05 FILLER PIC 9(2)  VALUE 30.
          05 FILLER PIC X(8)  VALUE "USER".
          05 FILLER PIC 9(3)  VALUE 0.
          05 FILLER PIC 9(2)  VALUE 0.
          05 FILLER PIC X(8)  VALUE SPACES.
          05 FILLER PIC X(30) VALUE "fraud_hits.dat".
          05 FILLER PIC 9(3)  VALUE 44.
          05 FILLER PIC 9(2)  VALUE 30.
          05 FILLER PIC X(8)  VALUE "USER".
          05 FILLER PIC 9(3)  VALUE 0.
          05 FILLER PIC 9(2)  VALUE 0.
          05 FILLER PIC X(8)  VALUE SPACES.
          05 FILLER PIC X(30) VALUE "transactions.txt".
          05 FILLER PIC 9(3)  VALUE 85.
          05 FILLER PIC 9(2)  VALUE 30.
          05 FILLER PIC X(8)  VALUE "TEXT".
          05 FILLER PIC 9(3)  VALUE 0.
          05 FILLER PIC 9(2)  VALUE 0.
          05 FILLER PIC X(8)  VALUE SPACES.
          05 FILLER PIC X(30) VALUE "day_status.dat".
          05 FILLER PIC 9(3)  VALUE 19.
          05 FILLER PIC 9(2)  VALUE 30.
          05 FILLER PIC X(8)  VALUE "USER".
          05 FILLER PIC 9(3)  VALUE 50.
          05 FILLER PIC 9(2)  VALUE 30.
          05 FILLER PIC X(8)  VALUE "TEXT".
       01 WS-MASKED-TABLE REDEFINES WS-MASKED-VALUES.
          05 WS-MSK-ENTRY OCCURS 13 TIMES.
             10 WS-MSK-NAME          PIC X(30).
             10 WS-MSK-POS-1         PIC 9(3).
             10 WS-MSK-LEN-1         PIC 9(2).
             10 WS-MSK-KIND-1        PIC X(8).
             10 WS-MSK-POS-2         PIC 9(3).
             10 WS-MSK-LEN-2         PIC 9(2).
             10 WS-MSK-KIND-2        PIC X(8).
       01 WS-MSK-COUNT            PIC 9(2)    VALUE 13.
       01 WS-MSK-IDX              PIC 9(2).

       01 WS-COL-POS              PIC 9(3).
       01 WS-COL-LEN              PIC 9(2).
       01 WS-COL-KIND             PIC X(8).
       01 WS-SKIP-TEXT-FLAG       PIC X(1)    VALUE "N".
          88 WS-SKIP-TEXT                     VALUE "Y".
       01 WS-LINE-PLAIN-FLAG      PIC X(1)    VALUE "N".
          88 WS-LINE-PLAIN                    VALUE "Y".

       01 WS-LOGIN-TABLE.
          05 WS-LOGIN-ID OCCURS 500 TIMES PIC X(30).
       01 WS-LOGIN-USED           PIC 9(3)    VALUE 0.
       01 WS-LOGIN-MAX            PIC 9(3)    VALUE 500.
       01 WS-LOGIN-IDX            PIC 9(3).
       01 WS-LOGIN-FOUND-FLAG     PIC X(1)    VALUE "N".
          88 WS-LOGIN-FOUND                   VALUE "Y".

       01 WS-MASK-FIELD           PIC X(10).
       01 WS-MASK-INPUT           PIC X(30).
       01 WS-MASK-OUTPUT          PIC X(30).
       01 WS-MASK-STATUS          PIC 9(2).
          88 WS-MASK-APPLIED                  VALUE 0.
       01 WS-RULES-MISSING        PIC 9(1)    VALUE 0.

       01 WS-CHAIN-PREV           PIC 9(9)    VALUE 0.
       01 WS-CHAIN-WORK           PIC 9(18) COMP-5.
       01 WS-CHAIN-BYTE           PIC 9(5) COMP-5.
       01 WS-CHAIN-IDX            PIC 9(4) COMP-5.
       01 WS-BASE-CHAIN           PIC 9(9)    VALUE 0.
       01 WS-BASE-CHAIN-FLAG      PIC X(1)    VALUE "N".
          88 WS-BASE-CHAIN-KNOWN              VALUE "Y".

       01 WS-FILE-LINES           PIC 9(7)    VALUE 0.
       01 WS-FILE-MASKED          PIC 9(7)    VALUE 0.
       01 WS-TOTAL-MASKED         PIC 9(7)    VALUE 0.
       01 WS-FILES-CLONED         PIC 9(4)    VALUE 0.
       01 WS-AUDIT-FILES          PIC 9(4)    VALUE 0.

       01 WS-PROD-DATE            PIC 9(8)    VALUE 0.
       01 WS-PROD-PREV-DATE       PIC 9(8)    VALUE 0.
       01 WS-SANDBOX-PREV-DATE    PIC 9(8).
       01 WS-CLONE-STAMP          PIC X(14).

       01 WS-ALERT-PROGRAM        PIC X(12)   VALUE "SANDBOX-CLON".
       01 WS-ALERT-SEVERITY       PIC X(6).
       01 WS-ALERT-TEXT           PIC X(80).

       01 WS-DELETE-RESULT        PIC S9(9) COMP-5.
       01 WS-SHELL-CMD            PIC X(300).
       01 WS-SHELL-RC             PIC S9(9) COMP-5.
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.

      * Rehearsal copy of production: the chosen business date's
      * audit trail and input feed, the masters and the reference
      * files are copied into SANDBOX_DIR with every name, sign-on,
      * account name and free text run through MASK_UTILS, so one
      * person carries the same token in every file and the joins
      * still hold.  The audit files are re-chained and the day-close
      * entry given the new final value, so AUDIT-VERIFY passes in
      * the sandbox; the feed trailer loses its seal because the
      * seal keys stay in production, as do the credentials.  Only
      * the files listed here are copied: anything else stays
      * behind.  Unlike the other programs this one runs in the
      * production directory and writes into SANDBOX_DIR.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           MOVE SPACES TO WS-USER-NAME
           ACCEPT WS-USER-NAME FROM ENVIRONMENT "APP_USER"
           IF WS-USER-NAME = SPACES
              ACCEPT WS-USER-NAME FROM ENVIRONMENT "USER"
           END-IF

           ACCEPT WS-CLONE-DATE FROM ENVIRONMENT "CLONE_DATE"
           IF WS-CLONE-DATE NOT NUMERIC OR WS-CLONE-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-CLONE-DATE,
                                         WS-DATE-SOURCE
           END-IF
           MOVE WS-CLONE-DATE TO WS-CLONE-DATE-NUM

           ACCEPT WS-CLONE-DIR FROM ENVIRONMENT "SANDBOX_DIR"
           IF WS-CLONE-DIR = SPACES OR WS-CLONE-DIR = "."
              OR WS-CLONE-DIR = "./"
              IF WS-LOCALE-EN
                 DISPLAY "Error: SANDBOX_DIR must name the sandbox "
                         "directory to clone into"
              ELSE
                 DISPLAY "Erreur: SANDBOX_DIR doit designer le "
                         "repertoire bac a sable a alimenter"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM CHECK-SUPERVISOR-ROLE
           IF NOT WS-USER-IS-SUPERVISOR
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: " FUNCTION TRIM (WS-USER-NAME)
                         " is not a supervisor - clone refused"
              ELSE
                 DISPLAY "ERREUR: " FUNCTION TRIM (WS-USER-NAME)
                         " n'est pas superviseur - clone refuse"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM CHECK-MASK-RULES
           IF WS-RULES-MISSING > 0
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: the privacy rules do not mask "
                         WS-RULES-MISSING " of the USER, ACCTNAME "
                         "and TEXT fields - clone refused"
              ELSE
                 DISPLAY "ERREUR: les regles de confidentialite ne "
                         "masquent pas " WS-RULES-MISSING " des "
                         "champs USER, ACCTNAME et TEXT - clone "
                         "refuse"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO WS-SHELL-CMD
           STRING "mkdir -p " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CLONE-DIR) DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING FUNCTION TRIM (WS-CLONE-DIR) DELIMITED BY SIZE
                  "/sandbox_clone-"            DELIMITED BY SIZE
                  WS-CLONE-DATE                DELIMITED BY SIZE
                  ".txt"                       DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT REPORT-FILE
           IF WS-SHELL-RC NOT = 0 OR WS-REPORT-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "Error: sandbox directory not writable: "
                         FUNCTION TRIM (WS-CLONE-DIR)
              ELSE
                 DISPLAY "Erreur: repertoire bac a sable non "
                         "accessible en ecriture: "
                         FUNCTION TRIM (WS-CLONE-DIR)
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-LOCALE-EN
              DISPLAY "=== Anonymised sandbox clone: " WS-CLONE-DATE
                      " -> " FUNCTION TRIM (WS-CLONE-DIR) " ==="
           ELSE
              DISPLAY "=== Clone anonymise vers le bac a sable: "
                      WS-CLONE-DATE " -> "
                      FUNCTION TRIM (WS-CLONE-DIR) " ==="
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "CLONE ANONYMISE DE LA JOURNEE " DELIMITED BY SIZE
                  WS-CLONE-DATE                    DELIMITED BY SIZE
                  " VERS "                         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CLONE-DIR)     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD

           PERFORM COPY-ONE-REFERENCE-FILE
              VARYING WS-REF-IDX FROM 1 BY 1
              UNTIL WS-REF-IDX > WS-REF-COUNT
           PERFORM CLONE-AUDIT-FILES
           PERFORM CLONE-ONE-MASKED-FILE
              VARYING WS-MSK-IDX FROM 1 BY 1
              UNTIL WS-MSK-IDX > WS-MSK-COUNT
           PERFORM WRITE-SANDBOX-BUSINESS-DATE

           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL VALEURS MASQUEES: " DELIMITED BY SIZE
                  WS-TOTAL-MASKED            DELIMITED BY SIZE
                  "  FICHIERS CLONES: "      DELIMITED BY SIZE
                  WS-FILES-CLONED            DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "NON CLONES: CLES DE SCELLEMENT, MOTS DE PASSE, INDEX"
              TO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE

           MOVE "INFO" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "CLONE ANONYMISE " DELIMITED BY SIZE
                  WS-CLONE-DATE      DELIMITED BY SIZE
                  " PAR "            DELIMITED BY SIZE
                  FUNCTION TRIM (WS-USER-NAME) DELIMITED BY SIZE
                  " VERS "           DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CLONE-DIR) DELIMITED BY SIZE
                  INTO WS-ALERT-TEXT
           END-STRING
           CALL "ALERT_LOG" USING WS-ALERT-PROGRAM,
                                   WS-ALERT-SEVERITY, WS-ALERT-TEXT

           IF WS-LOCALE-EN
              DISPLAY "Files cloned: " WS-FILES-CLONED
                      "  values masked: " WS-TOTAL-MASKED
              DISPLAY "Clone report written to "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           ELSE
              DISPLAY "Fichiers clones: " WS-FILES-CLONED
                      "  valeurs masquees: " WS-TOTAL-MASKED
              DISPLAY "Compte rendu du clone ecrit dans "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       CHECK-SUPERVISOR-ROLE.
           MOVE "N" TO WS-SUPERVISOR-FLAG
           MOVE "N" TO WS-PROFILE-EOF-FLAG
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
              PERFORM READ-PROFILE-RECORD
              PERFORM MATCH-PROFILE-RECORD UNTIL WS-PROFILE-EOF
              CLOSE PROFILE-FILE
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

      * A field the privacy rules leave alone would reach the test
      * machines in clear, so every kind the clone masks must have a
      * rule before anything is copied.
       CHECK-MASK-RULES.
           MOVE 0 TO WS-RULES-MISSING
           MOVE "USER" TO WS-MASK-FIELD
           PERFORM PROBE-MASK-RULE
           MOVE "ACCTNAME" TO WS-MASK-FIELD
           PERFORM PROBE-MASK-RULE
           MOVE "TEXT" TO WS-MASK-FIELD
           PERFORM PROBE-MASK-RULE.

       PROBE-MASK-RULE.
           MOVE "CONTROLE" TO WS-MASK-INPUT
           CALL "MASK_UTILS" USING WS-MASK-FIELD, WS-MASK-INPUT,
                                    WS-MASK-OUTPUT, WS-MASK-STATUS
           IF NOT WS-MASK-APPLIED OR WS-MASK-OUTPUT = WS-MASK-INPUT
              ADD 1 TO WS-RULES-MISSING
           END-IF.

       COPY-ONE-REFERENCE-FILE.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "cp -p " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-REF-NAME (WS-REF-IDX))
                     DELIMITED BY SIZE
                  " "      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CLONE-DIR) DELIMITED BY SIZE
                  "/ 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           MOVE SPACES TO REPORT-RECORD
           IF WS-SHELL-RC = 0
              ADD 1 TO WS-FILES-CLONED
              STRING "COPIE   " DELIMITED BY SIZE
                     WS-REF-NAME (WS-REF-IDX) DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
           ELSE
              STRING "ABSENT  " DELIMITED BY SIZE
                     WS-REF-NAME (WS-REF-IDX) DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
           END-IF
           WRITE REPORT-RECORD.

      * The day's audit trail: the base file and any cycle or entity
      * file of the same date.  Each record's user is masked and the
      * chain rebuilt from zero exactly as MAIN builds it.
       CLONE-AUDIT-FILES.
           MOVE SPACES TO WS-BASE-AUDIT-FILENAME
           STRING "audit-"      DELIMITED BY SIZE
                  WS-CLONE-DATE DELIMITED BY SIZE
                  ".log"        DELIMITED BY SIZE
                  INTO WS-BASE-AUDIT-FILENAME
           END-STRING
           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls -1 " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BASE-AUDIT-FILENAME)
                     DELIMITED BY SIZE
                  " audit-"      DELIMITED BY SIZE
                  WS-CLONE-DATE  DELIMITED BY SIZE
                  "-*.log 2>/dev/null > " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIST-FILENAME) DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           MOVE "N" TO WS-LIST-EOF-FLAG
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS = "00"
              PERFORM READ-LIST-RECORD
              PERFORM CLONE-ONE-AUDIT-FILE UNTIL WS-LIST-EOF
              CLOSE LIST-FILE
              CALL "CBL_DELETE_FILE" USING WS-LIST-FILENAME
                 RETURNING WS-DELETE-RESULT
           END-IF
           IF NOT WS-BASE-CHAIN-KNOWN
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: no audit trail for " WS-CLONE-DATE
                         " - the sandbox will not pass AUDIT-VERIFY"
              ELSE
                 DISPLAY "AVERTISSEMENT: aucun journal d'audit pour "
                         WS-CLONE-DATE " - le bac a sable ne "
                         "passera pas AUDIT-VERIFY"
              END-IF
              MOVE SPACES TO REPORT-RECORD
              STRING "ABSENT  " DELIMITED BY SIZE
                     WS-BASE-AUDIT-FILENAME DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
              MOVE 4 TO WS-RETURN-CODE
           END-IF.

       READ-LIST-RECORD.
           READ LIST-FILE
              AT END
                 SET WS-LIST-EOF TO TRUE
           END-READ.

       CLONE-ONE-AUDIT-FILE.
           IF LIST-RECORD NOT = SPACES
              MOVE LIST-RECORD TO WS-AUDIT-FILENAME
              MOVE SPACES TO WS-TARGET-FILENAME
              STRING FUNCTION TRIM (WS-CLONE-DIR) DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     FUNCTION TRIM (WS-AUDIT-FILENAME)
                        DELIMITED BY SIZE
                     INTO WS-TARGET-FILENAME
              END-STRING
              MOVE 0 TO WS-FILE-LINES
              MOVE 0 TO WS-FILE-MASKED
              MOVE 0 TO WS-CHAIN-PREV
              MOVE "N" TO WS-AUDIT-EOF-FLAG
              OPEN INPUT AUDIT-FILE
              IF WS-AUDIT-STATUS = "00"
                 OPEN OUTPUT CLONE-OUT-FILE
                 PERFORM READ-AUDIT-RECORD
                 PERFORM CLONE-ONE-AUDIT-RECORD UNTIL WS-AUDIT-EOF
                 CLOSE CLONE-OUT-FILE
                 CLOSE AUDIT-FILE
                 ADD 1 TO WS-FILES-CLONED
                 ADD 1 TO WS-AUDIT-FILES
                 ADD WS-FILE-MASKED TO WS-TOTAL-MASKED
                 IF WS-AUDIT-FILENAME = WS-BASE-AUDIT-FILENAME
                    MOVE WS-CHAIN-PREV TO WS-BASE-CHAIN
                    SET WS-BASE-CHAIN-KNOWN TO TRUE
                 END-IF
                 MOVE SPACES TO REPORT-RECORD
                 STRING "JOURNAL " DELIMITED BY SIZE
                        FUNCTION TRIM (WS-AUDIT-FILENAME)
                           DELIMITED BY SIZE
                        ": "       DELIMITED BY SIZE
                        WS-FILE-LINES DELIMITED BY SIZE
                        " ENREGISTREMENTS, " DELIMITED BY SIZE
                        WS-FILE-MASKED DELIMITED BY SIZE
                        " MASQUES, RECHAINE A " DELIMITED BY SIZE
                        WS-CHAIN-PREV DELIMITED BY SIZE
                        INTO REPORT-RECORD
                 END-STRING
                 WRITE REPORT-RECORD
              END-IF
           END-IF
           PERFORM READ-LIST-RECORD.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 SET WS-AUDIT-EOF TO TRUE
           END-READ.

       CLONE-ONE-AUDIT-RECORD.
           ADD 1 TO WS-FILE-LINES
           IF CALC-REC-USER NOT = SPACES
              MOVE "USER" TO WS-MASK-FIELD
              MOVE CALC-REC-USER TO WS-MASK-INPUT
              CALL "MASK_UTILS" USING WS-MASK-FIELD, WS-MASK-INPUT,
                                       WS-MASK-OUTPUT, WS-MASK-STATUS
              IF WS-MASK-APPLIED
                 MOVE WS-MASK-OUTPUT TO CALC-REC-USER
                 ADD 1 TO WS-FILE-MASKED
              END-IF
           END-IF
           MOVE WS-CHAIN-PREV TO WS-CHAIN-WORK
           PERFORM CHAIN-ONE-BYTE
              VARYING WS-CHAIN-IDX FROM 1 BY 1
              UNTIL WS-CHAIN-IDX > 219
           IF AUDIT-RECORD (229:20) NOT = SPACES
              PERFORM CHAIN-ONE-BYTE
                 VARYING WS-CHAIN-IDX FROM 229 BY 1
                 UNTIL WS-CHAIN-IDX > 248
           END-IF
           COMPUTE CALC-REC-CHAIN-HASH =
              FUNCTION MOD (WS-CHAIN-WORK, 999999937)
           MOVE CALC-REC-CHAIN-HASH TO WS-CHAIN-PREV
           MOVE SPACES TO CLONE-OUT-RECORD
           MOVE AUDIT-RECORD TO CLONE-OUT-RECORD
           WRITE CLONE-OUT-RECORD
           PERFORM READ-AUDIT-RECORD.

       CHAIN-ONE-BYTE.
           COMPUTE WS-CHAIN-BYTE =
              FUNCTION ORD (AUDIT-RECORD (WS-CHAIN-IDX:1))
           COMPUTE WS-CHAIN-WORK =
              FUNCTION MOD (WS-CHAIN-WORK * 31 + WS-CHAIN-BYTE,
                 999999937).

       CLONE-ONE-MASKED-FILE.
           MOVE WS-MSK-NAME (WS-MSK-IDX) TO WS-SOURCE-FILENAME
           MOVE SPACES TO WS-TARGET-FILENAME
           STRING FUNCTION TRIM (WS-CLONE-DIR) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SOURCE-FILENAME) DELIMITED BY SIZE
                  INTO WS-TARGET-FILENAME
           END-STRING
           MOVE 0 TO WS-FILE-LINES
           MOVE 0 TO WS-FILE-MASKED
           MOVE "N" TO WS-CLONE-IN-EOF-FLAG
           OPEN INPUT CLONE-IN-FILE
           MOVE SPACES TO REPORT-RECORD
           IF WS-CLONE-IN-STATUS = "00"
              OPEN OUTPUT CLONE-OUT-FILE
              PERFORM READ-CLONE-IN-RECORD
              PERFORM CLONE-ONE-LINE UNTIL WS-CLONE-IN-EOF
              CLOSE CLONE-OUT-FILE
              CLOSE CLONE-IN-FILE
              ADD 1 TO WS-FILES-CLONED
              ADD WS-FILE-MASKED TO WS-TOTAL-MASKED
              STRING "MASQUE  " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-SOURCE-FILENAME)
                        DELIMITED BY SIZE
                     ": "       DELIMITED BY SIZE
                     WS-FILE-LINES DELIMITED BY SIZE
                     " LIGNES, " DELIMITED BY SIZE
                     WS-FILE-MASKED DELIMITED BY SIZE
                     " VALEURS MASQUEES" DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
           ELSE
              STRING "ABSENT  " DELIMITED BY SIZE
                     WS-SOURCE-FILENAME DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
           END-IF
           WRITE REPORT-RECORD.

       READ-CLONE-IN-RECORD.
           READ CLONE-IN-FILE
              AT END
                 SET WS-CLONE-IN-EOF TO TRUE
           END-READ.

      * Comment lines pass untouched.  The feed's header, trailer,
      * reversal and formula records carry no counterparty name; the
      * trailer's seal is blanked as it cannot
      * survive the masking.  A day-close entry keeps its wording
      * and, for the cloned date, takes the re-chained final value.
       CLONE-ONE-LINE.
           ADD 1 TO WS-FILE-LINES
           MOVE CLONE-IN-RECORD TO CLONE-OUT-RECORD
           MOVE "N" TO WS-LINE-PLAIN-FLAG
           MOVE "N" TO WS-SKIP-TEXT-FLAG
           IF CLONE-IN-RECORD (1:1) = "*"
              SET WS-LINE-PLAIN TO TRUE
           END-IF
           IF WS-SOURCE-FILENAME = "transactions.txt"
              IF CLONE-IN-RECORD (1:3) = "HDR" OR "REV" OR "FRM"
                 OR "WOF"
                 SET WS-LINE-PLAIN TO TRUE
              END-IF
              IF CLONE-IN-RECORD (1:3) = "TRL"
                 MOVE SPACES TO CLONE-OUT-RECORD (27:22)
                 SET WS-LINE-PLAIN TO TRUE
              END-IF
           END-IF
           IF WS-SOURCE-FILENAME = "day_status.dat"
              AND CLONE-IN-RECORD (50:16) = "CONFORME CHAINE "
              SET WS-SKIP-TEXT TO TRUE
              IF CLONE-IN-RECORD (1:8) = WS-CLONE-DATE
                 AND WS-BASE-CHAIN-KNOWN
                 MOVE WS-BASE-CHAIN TO CLONE-OUT-RECORD (66:9)
              END-IF
           END-IF
           IF NOT WS-LINE-PLAIN
              MOVE WS-MSK-POS-1 (WS-MSK-IDX) TO WS-COL-POS
              MOVE WS-MSK-LEN-1 (WS-MSK-IDX) TO WS-COL-LEN
              MOVE WS-MSK-KIND-1 (WS-MSK-IDX) TO WS-COL-KIND
              PERFORM MASK-ONE-COLUMN
              MOVE WS-MSK-POS-2 (WS-MSK-IDX) TO WS-COL-POS
              MOVE WS-MSK-LEN-2 (WS-MSK-IDX) TO WS-COL-LEN
              MOVE WS-MSK-KIND-2 (WS-MSK-IDX) TO WS-COL-KIND
              IF WS-SKIP-TEXT AND WS-COL-KIND = "TEXT"
                 MOVE 0 TO WS-COL-POS
              END-IF
              PERFORM MASK-ONE-COLUMN
           END-IF
           IF WS-SOURCE-FILENAME = "user_profiles.dat"
              AND NOT WS-LINE-PLAIN
              PERFORM REPORT-SANDBOX-PROFILE
           END-IF
           WRITE CLONE-OUT-RECORD
           PERFORM READ-CLONE-IN-RECORD.

       MASK-ONE-COLUMN.
           IF WS-COL-POS > 0
              MOVE SPACES TO WS-MASK-INPUT
              MOVE CLONE-IN-RECORD (WS-COL-POS:WS-COL-LEN)
                 TO WS-MASK-INPUT
              IF WS-MASK-INPUT NOT = SPACES
                 EVALUATE WS-COL-KIND
                    WHEN "USERID"
                       PERFORM REMEMBER-LOGIN-ID
                       MOVE "USER" TO WS-MASK-FIELD
                    WHEN "LOGIN"
                       PERFORM FIND-LOGIN-ID
                       IF WS-LOGIN-FOUND
                          MOVE "USER" TO WS-MASK-FIELD
                       ELSE
                          MOVE SPACES TO WS-MASK-FIELD
                       END-IF
                    WHEN OTHER
                       MOVE WS-COL-KIND TO WS-MASK-FIELD
                 END-EVALUATE
                 IF WS-MASK-FIELD NOT = SPACES
                    CALL "MASK_UTILS" USING WS-MASK-FIELD,
                         WS-MASK-INPUT, WS-MASK-OUTPUT,
                         WS-MASK-STATUS
                    IF WS-MASK-APPLIED
                       MOVE WS-MASK-OUTPUT
                          TO CLONE-OUT-RECORD (WS-COL-POS:WS-COL-LEN)
                       ADD 1 TO WS-FILE-MASKED
                    END-IF
                 END-IF
              END-IF
           END-IF.

       REMEMBER-LOGIN-ID.
           PERFORM FIND-LOGIN-ID
           IF NOT WS-LOGIN-FOUND
              IF WS-LOGIN-USED >= WS-LOGIN-MAX
                 PERFORM ABEND-TABLE-FULL
              END-IF
              ADD 1 TO WS-LOGIN-USED
              MOVE WS-MASK-INPUT TO WS-LOGIN-ID (WS-LOGIN-USED)
           END-IF.

       FIND-LOGIN-ID.
           MOVE "N" TO WS-LOGIN-FOUND-FLAG
           PERFORM MATCH-LOGIN-ID
              VARYING WS-LOGIN-IDX FROM 1 BY 1
              UNTIL WS-LOGIN-IDX > WS-LOGIN-USED OR WS-LOGIN-FOUND.

       MATCH-LOGIN-ID.
           IF WS-LOGIN-ID (WS-LOGIN-IDX) = WS-MASK-INPUT
              SET WS-LOGIN-FOUND TO TRUE
              SUBTRACT 1 FROM WS-LOGIN-IDX
           END-IF.

      * Rehearsals sign on under the masked sign-ons, so the report
      * lists them with their roles - never the names behind them.
       REPORT-SANDBOX-PROFILE.
           MOVE SPACES TO REPORT-RECORD
           STRING "PROFIL  " DELIMITED BY SIZE
                  CLONE-OUT-RECORD (1:30) DELIMITED BY SIZE
                  " ROLE "   DELIMITED BY SIZE
                  CLONE-OUT-RECORD (71:1) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      * The sandbox's business date is the cloned date.  The previous
      * date is production's when the clone is of the current day,
      * otherwise the calendar day before.
       WRITE-SANDBOX-BUSINESS-DATE.
           MOVE "business_date.dat" TO WS-SOURCE-FILENAME
           MOVE "N" TO WS-CLONE-IN-EOF-FLAG
           OPEN INPUT CLONE-IN-FILE
           IF WS-CLONE-IN-STATUS = "00"
              PERFORM READ-CLONE-IN-RECORD
              IF NOT WS-CLONE-IN-EOF
                 AND CLONE-IN-RECORD (1:8) NUMERIC
                 AND CLONE-IN-RECORD (10:8) NUMERIC
                 MOVE CLONE-IN-RECORD (1:8) TO WS-PROD-DATE
                 MOVE CLONE-IN-RECORD (10:8) TO WS-PROD-PREV-DATE
              END-IF
              CLOSE CLONE-IN-FILE
           END-IF
           IF WS-PROD-DATE = WS-CLONE-DATE-NUM
              MOVE WS-PROD-PREV-DATE TO WS-SANDBOX-PREV-DATE
           ELSE
              COMPUTE WS-SANDBOX-PREV-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-CLONE-DATE-NUM) - 1)
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CLONE-STAMP
           MOVE SPACES TO WS-TARGET-FILENAME
           STRING FUNCTION TRIM (WS-CLONE-DIR) DELIMITED BY SIZE
                  "/business_date.dat" DELIMITED BY SIZE
                  INTO WS-TARGET-FILENAME
           END-STRING
           OPEN OUTPUT CLONE-OUT-FILE
           IF WS-CLONE-OUT-STATUS = "00"
              MOVE SPACES TO CLONE-OUT-RECORD
              STRING WS-CLONE-DATE        DELIMITED BY SIZE
                     " "                  DELIMITED BY SIZE
                     WS-SANDBOX-PREV-DATE DELIMITED BY SIZE
                     " "                  DELIMITED BY SIZE
                     WS-CLONE-STAMP       DELIMITED BY SIZE
                     " SANDBOX-CLONE"     DELIMITED BY SIZE
                     INTO CLONE-OUT-RECORD
              END-STRING
              WRITE CLONE-OUT-RECORD
              CLOSE CLONE-OUT-FILE
              ADD 1 TO WS-FILES-CLONED
              MOVE SPACES TO REPORT-RECORD
              STRING "JOURNEE COMPTABLE DU BAC A SABLE: "
                        DELIMITED BY SIZE
                     WS-CLONE-DATE DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF.

       ABEND-TABLE-FULL.
           IF WS-LOCALE-EN
              DISPLAY "ERROR: more than " WS-LOGIN-MAX
                      " sign-ons in the profiles - clone stopped"
           ELSE
              DISPLAY "ERREUR: plus de " WS-LOGIN-MAX
                      " identifiants dans les profils - clone arrete"
           END-IF
           MOVE 16 TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       END PROGRAM SANDBOX-CLONE.
