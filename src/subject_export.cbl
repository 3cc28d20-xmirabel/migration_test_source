       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECT-EXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN TO DYNAMIC WS-LIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIST-STATUS.

           SELECT DATA-FILE ASSIGN TO DYNAMIC WS-DATA-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DATA-STATUS.

           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

           SELECT CRED-FILE ASSIGN TO DYNAMIC WS-CRED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CRED-STATUS.

           SELECT EXPORT-FILE ASSIGN TO DYNAMIC WS-EXPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXPORT-STATUS.

           SELECT SUMMARY-FILE ASSIGN TO DYNAMIC WS-SUMMARY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT ACCESS-JOURNAL-FILE
           ASSIGN TO DYNAMIC WS-ACCESS-JOURNAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCESS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LIST-FILE.
       01 LIST-RECORD             PIC X(300).

       FD DATA-FILE.
       01 DATA-RECORD             PIC X(300).
       01 AUDIT-RECORD.
           COPY CALCREC.

       FD PROFILE-FILE.
       01 PROFILE-RECORD.
          05 PRF-USER-ID          PIC X(30).
          05 PRF-FULL-NAME        PIC X(30).
          05 PRF-DEPARTMENT       PIC X(10).
          05 PRF-ROLE             PIC X(1).
             88 PRF-ROLE-SUPERVISOR          VALUE "S".

       FD CRED-FILE.
       01 CRED-RECORD.
          05 CRD-USER-ID          PIC X(30).
          05 FILLER               PIC X(1).
          05 CRD-SALT             PIC X(8).
          05 FILLER               PIC X(1).
          05 CRD-HASH             PIC 9(9).
          05 FILLER               PIC X(1).
          05 CRD-FAIL-COUNT       PIC 9(1).
          05 FILLER               PIC X(1).
          05 CRD-LOCKED           PIC X(1).
          05 FILLER               PIC X(1).
          05 CRD-FORCE-CHANGE     PIC X(1).

      * One line per record held on the subject: the kind of data,
      * the file it was found in and the record as stored.
       FD EXPORT-FILE.
       01 EXPORT-RECORD.
          05 SXP-SECTION          PIC X(10).
          05 FILLER               PIC X(1).
          05 SXP-SOURCE           PIC X(40).
          05 FILLER               PIC X(1).
          05 SXP-DATA             PIC X(300).

       FD SUMMARY-FILE.
       01 SUMMARY-RECORD          PIC X(120).

       FD REGISTER-FILE.
       01 REGISTER-RECORD.
          05 SRG-DATE             PIC X(8).
          05 FILLER               PIC X(1).
          05 SRG-STAMP            PIC X(14).
          05 FILLER               PIC X(1).
          05 SRG-ACTION           PIC X(10).
          05 FILLER               PIC X(1).
          05 SRG-SUBJECT          PIC X(30).
          05 FILLER               PIC X(1).
          05 SRG-REQUESTER        PIC X(30).
          05 FILLER               PIC X(1).
          05 SRG-DETAIL           PIC X(80).

       FD ACCESS-JOURNAL-FILE.
       01 ACCESS-JOURNAL-RECORD   PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-LIST-FILENAME        PIC X(100)
                                     VALUE "subject_list.tmp".
       01 WS-LIST-STATUS          PIC X(2).
       01 WS-LIST-EOF-FLAG        PIC X(1)    VALUE "N".
          88 WS-LIST-EOF                      VALUE "Y".
       01 WS-DATA-FILENAME        PIC X(100).
       01 WS-DATA-STATUS          PIC X(2).
       01 WS-DATA-EOF-FLAG        PIC X(1)    VALUE "N".
          88 WS-DATA-EOF                      VALUE "Y".
       01 WS-UNPACK-FILENAME      PIC X(100)
                                     VALUE "subject_unpack.tmp".
       01 WS-PROFILE-FILENAME     PIC X(100)
                                     VALUE "user_profiles.dat".
       01 WS-PROFILE-STATUS       PIC X(2).
       01 WS-PROFILE-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-PROFILE-EOF                   VALUE "Y".
       01 WS-CRED-FILENAME        PIC X(100)
                                     VALUE "user_credentials.dat".
       01 WS-CRED-STATUS          PIC X(2).
       01 WS-CRED-EOF-FLAG        PIC X(1)    VALUE "N".
          88 WS-CRED-EOF                      VALUE "Y".
       01 WS-EXPORT-FILENAME      PIC X(100).
       01 WS-EXPORT-STATUS        PIC X(2).
       01 WS-SUMMARY-FILENAME     PIC X(100).
       01 WS-SUMMARY-STATUS       PIC X(2).
       01 WS-REGISTER-FILENAME    PIC X(100)
                                     VALUE "subject_register.dat".
       01 WS-REGISTER-STATUS      PIC X(2).
       01 WS-ACCESS-JOURNAL-FILENAME PIC X(100)
                                     VALUE "access_journal.log".
       01 WS-ACCESS-JOURNAL-STATUS PIC X(2).
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-USER-NAME            PIC X(30)   VALUE SPACES.
       01 WS-OWN-FULLNAME         PIC X(30)   VALUE SPACES.
       01 WS-SUPERVISOR-FLAG      PIC X(1)    VALUE "N".
          88 WS-USER-IS-SUPERVISOR            VALUE "Y".
       01 WS-RUN-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-TIMESTAMP            PIC X(21).
       01 WS-SUBJECT              PIC X(30)   VALUE SPACES.
       01 WS-SUBJECT-NAME         PIC X(30)   VALUE SPACES.
       01 WS-SECTION              PIC X(10).
       01 WS-SOURCE-NAME          PIC X(40).
       01 WS-MATCH-FLAG           PIC X(1)    VALUE "N".
          88 WS-LINE-MATCHES                  VALUE "Y".
       01 WS-IN-STATEMENT-FLAG    PIC X(1)    VALUE "N".
          88 WS-IN-SUBJECT-STATEMENT          VALUE "Y".
       01 WS-MATCH-VALUE          PIC X(30).

       01 WS-GZIP-NAME-LEN        PIC 9(4) COMP-5.

       01 WS-FILE-COUNT           PIC 9(7)    VALUE 0.
       01 WS-TOTAL-COUNT          PIC 9(7)    VALUE 0.
       01 WS-CRED-TEXT            PIC X(80).
       01 WS-REGISTER-ACTION      PIC X(10).
       01 WS-REGISTER-DETAIL      PIC X(80).
       01 WS-SUM-LINES.
          05 WS-SUM-ENTRY OCCURS 200 TIMES PIC X(120).
       01 WS-SUM-USED             PIC 9(3)    VALUE 0.
       01 WS-SUM-IDX              PIC 9(3).
       01 WS-SIGN-WORK            PIC 9(18) COMP-5.
       01 WS-SIGN-BYTE            PIC 9(5) COMP-5.
       01 WS-SIGN-IDX             PIC 9(4) COMP-5.
       01 WS-SIGNATURE            PIC 9(9)    VALUE 0.

       01 WS-SHELL-CMD            PIC X(300).
       01 WS-SHELL-RC             PIC S9(9) COMP-5.
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.

      * Right of access: everything held on one person, gathered
      * from the same files PURGE-USER anonymises plus the profile,
      * the credential metadata (never the salt or the hash), the
      * limits, the suspense items naming the person and the access
      * journal.  The records go to a structured export file, the
      * counts to a signed summary, and the request and its
      * delivery are entered on the subject-access register.
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
           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           ACCEPT WS-SUBJECT FROM ENVIRONMENT "EXPORT_USER"
           IF WS-SUBJECT = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "Error: EXPORT_USER is required"
              ELSE
                 DISPLAY "Erreur: EXPORT_USER est requis"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM CHECK-SUPERVISOR-ROLE
           IF NOT WS-USER-IS-SUPERVISOR
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: " FUNCTION TRIM (WS-USER-NAME)
                         " is not a supervisor - export refused"
              ELSE
                 DISPLAY "ERREUR: " FUNCTION TRIM (WS-USER-NAME)
                         " n'est pas superviseur - export refuse"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE "DEMANDE" TO WS-REGISTER-ACTION
           MOVE SPACES TO WS-REGISTER-DETAIL
           PERFORM APPEND-REGISTER-LINE

           IF WS-LOCALE-EN
              DISPLAY "=== Subject access export: "
                      FUNCTION TRIM (WS-SUBJECT) " ==="
           ELSE
              DISPLAY "=== Export droit d'acces: "
                      FUNCTION TRIM (WS-SUBJECT) " ==="
           END-IF

           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING "subject_export-" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SUBJECT) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-EXPORT-FILENAME
           END-STRING
           OPEN OUTPUT EXPORT-FILE

           PERFORM EXPORT-PROFILE
           PERFORM EXPORT-CREDENTIALS
           PERFORM EXPORT-LIMITS
           PERFORM EXPORT-BALANCES
           PERFORM EXPORT-AUDIT-FILES
           PERFORM EXPORT-HOLD-QUEUE
           PERFORM EXPORT-FRAUD-FILES
           PERFORM EXPORT-SUSPENSE
           PERFORM EXPORT-STATEMENT-FILES
           PERFORM EXPORT-ACCESS-JOURNAL

           CLOSE EXPORT-FILE
           PERFORM WRITE-SUMMARY

           MOVE "LIVRAISON" TO WS-REGISTER-ACTION
           MOVE SPACES TO WS-REGISTER-DETAIL
           STRING FUNCTION TRIM (WS-EXPORT-FILENAME)
                     DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TOTAL-COUNT DELIMITED BY SIZE
                  " ENR SIGNATURE " DELIMITED BY SIZE
                  WS-SIGNATURE DELIMITED BY SIZE
                  INTO WS-REGISTER-DETAIL
           END-STRING
           PERFORM APPEND-REGISTER-LINE
           PERFORM APPEND-ACCESS-JOURNAL

           IF WS-LOCALE-EN
              DISPLAY "Records exported: " WS-TOTAL-COUNT
              DISPLAY "Export written to "
                      FUNCTION TRIM (WS-EXPORT-FILENAME)
              DISPLAY "Summary written to "
                      FUNCTION TRIM (WS-SUMMARY-FILENAME)
           ELSE
              DISPLAY "Enregistrements exportes: " WS-TOTAL-COUNT
              DISPLAY "Export ecrit dans "
                      FUNCTION TRIM (WS-EXPORT-FILENAME)
              DISPLAY "Synthese ecrite dans "
                      FUNCTION TRIM (WS-SUMMARY-FILENAME)
           END-IF
           IF WS-TOTAL-COUNT = 0
              MOVE 4 TO WS-RETURN-CODE
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
           IF PRF-USER-ID = WS-USER-NAME
              MOVE PRF-FULL-NAME TO WS-OWN-FULLNAME
              IF PRF-ROLE-SUPERVISOR
                 SET WS-USER-IS-SUPERVISOR TO TRUE
              END-IF
           END-IF
           PERFORM READ-PROFILE-RECORD.

      * Audit records, limits and the access journal carry the
      * profile full name rather than the sign-on ID, so both forms
      * identify the subject from here on.
       EXPORT-PROFILE.
           MOVE "PROFIL" TO WS-SECTION
           MOVE WS-PROFILE-FILENAME TO WS-SOURCE-NAME
           MOVE 0 TO WS-FILE-COUNT
           MOVE "N" TO WS-PROFILE-EOF-FLAG
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
              PERFORM READ-PROFILE-RECORD
              PERFORM EXPORT-ONE-PROFILE UNTIL WS-PROFILE-EOF
              CLOSE PROFILE-FILE
           END-IF
           PERFORM NOTE-SUMMARY-LINE.

       EXPORT-ONE-PROFILE.
           IF PRF-USER-ID = WS-SUBJECT
              MOVE PRF-FULL-NAME TO WS-SUBJECT-NAME
              MOVE PROFILE-RECORD TO DATA-RECORD
              PERFORM WRITE-EXPORT-LINE
           END-IF
           PERFORM READ-PROFILE-RECORD.

      * Only the state of the credential goes out: failed attempts,
      * lock and forced change.  The salt and the hash stay home.
       EXPORT-CREDENTIALS.
           MOVE "IDENTIF" TO WS-SECTION
           MOVE WS-CRED-FILENAME TO WS-SOURCE-NAME
           MOVE 0 TO WS-FILE-COUNT
           MOVE "N" TO WS-CRED-EOF-FLAG
           OPEN INPUT CRED-FILE
           IF WS-CRED-STATUS = "00"
              PERFORM READ-CRED-RECORD
              PERFORM EXPORT-ONE-CREDENTIAL UNTIL WS-CRED-EOF
              CLOSE CRED-FILE
           END-IF
           PERFORM NOTE-SUMMARY-LINE.

       READ-CRED-RECORD.
           READ CRED-FILE
              AT END
                 SET WS-CRED-EOF TO TRUE
           END-READ.

       EXPORT-ONE-CREDENTIAL.
           IF CRD-USER-ID = WS-SUBJECT
              MOVE SPACES TO WS-CRED-TEXT
              STRING CRD-USER-ID DELIMITED BY SIZE
                     " ECHECS=" DELIMITED BY SIZE
                     CRD-FAIL-COUNT DELIMITED BY SIZE
                     " VERROUILLE=" DELIMITED BY SIZE
                     CRD-LOCKED DELIMITED BY SIZE
                     " CHANGEMENT-IMPOSE=" DELIMITED BY SIZE
                     CRD-FORCE-CHANGE DELIMITED BY SIZE
                     INTO WS-CRED-TEXT
              END-STRING
              MOVE WS-CRED-TEXT TO DATA-RECORD
              PERFORM WRITE-EXPORT-LINE
           END-IF
           PERFORM READ-CRED-RECORD.

       EXPORT-LIMITS.
           MOVE "LIMITE" TO WS-SECTION
           MOVE "limit_master.dat" TO WS-DATA-FILENAME
           PERFORM EXPORT-DATA-FILE.

      * The flat balance master is the one the index is rebuilt
      * from, so it answers for both.
       EXPORT-BALANCES.
           MOVE "SOLDE" TO WS-SECTION
           MOVE "balance_master.dat" TO WS-DATA-FILENAME
           PERFORM EXPORT-DATA-FILE
           MOVE "HISTSOLDE" TO WS-SECTION
           MOVE "balance_history.dat" TO WS-DATA-FILENAME
           PERFORM EXPORT-DATA-FILE.

       EXPORT-AUDIT-FILES.
           MOVE "AUDIT" TO WS-SECTION
           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls -1 audit-*.log audit-*.log.gz "
                     DELIMITED BY SIZE
                  "archive/audit-*.log archive/audit-*.log.gz "
                     DELIMITED BY SIZE
                  "2>/dev/null > " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIST-FILENAME)
                     DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           PERFORM EXPORT-LISTED-FILES.

       EXPORT-HOLD-QUEUE.
           MOVE "ATTENTE" TO WS-SECTION
           MOVE "hold_queue.dat" TO WS-DATA-FILENAME
           PERFORM EXPORT-DATA-FILE.

       EXPORT-FRAUD-FILES.
           MOVE "FRAUDEPROF" TO WS-SECTION
           MOVE "fraud_profile.dat" TO WS-DATA-FILENAME
           PERFORM EXPORT-DATA-FILE
           MOVE "FRAUDEHIT" TO WS-SECTION
           MOVE "fraud_hits.dat" TO WS-DATA-FILENAME
           PERFORM EXPORT-DATA-FILE.

      * Suspense items carry no poster, only the counterparty name
      * given by the feed; an item naming the subject is theirs.  The
      * write-off register keeps a copy of each item proposed, with
      * the supervisor who decided it.
       EXPORT-SUSPENSE.
           MOVE "SUSPENS" TO WS-SECTION
           MOVE "suspense.dat" TO WS-DATA-FILENAME
           PERFORM EXPORT-DATA-FILE
           MOVE "SUSPPERTE" TO WS-SECTION
           MOVE "suspense_writeoff.dat" TO WS-DATA-FILENAME
           PERFORM EXPORT-DATA-FILE.

       EXPORT-STATEMENT-FILES.
           MOVE "RELEVE" TO WS-SECTION
           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls -1 statements-*.txt 2>/dev/null > "
                     DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIST-FILENAME)
                     DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           PERFORM EXPORT-LISTED-FILES.

      * Both sides of the journal: the subject's own look-ups and
      * every look-up filtered on the subject.
       EXPORT-ACCESS-JOURNAL.
           MOVE "JOURNALACC" TO WS-SECTION
           MOVE WS-ACCESS-JOURNAL-FILENAME TO WS-DATA-FILENAME
           PERFORM EXPORT-DATA-FILE.

       EXPORT-LISTED-FILES.
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           MOVE "N" TO WS-LIST-EOF-FLAG
           OPEN INPUT LIST-FILE
           IF WS-LIST-STATUS = "00"
              PERFORM READ-LIST-RECORD
              PERFORM EXPORT-ONE-LISTED-FILE UNTIL WS-LIST-EOF
              CLOSE LIST-FILE
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING "rm -f " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LIST-FILENAME)
                     DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-UNPACK-FILENAME)
                     DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC.

       READ-LIST-RECORD.
           READ LIST-FILE
              AT END
                 SET WS-LIST-EOF TO TRUE
           END-READ.

      * Archived audit files stay compressed in the archive; a
      * scratch copy is unpacked and read instead, and the summary
      * names the archived file.
       EXPORT-ONE-LISTED-FILE.
           IF LIST-RECORD NOT = SPACES
              MOVE LIST-RECORD TO WS-DATA-FILENAME
              MOVE WS-DATA-FILENAME TO WS-SOURCE-NAME
              MOVE FUNCTION LENGTH
                 (FUNCTION TRIM (WS-DATA-FILENAME))
                 TO WS-GZIP-NAME-LEN
              IF WS-GZIP-NAME-LEN > 3
                 AND WS-DATA-FILENAME (WS-GZIP-NAME-LEN - 2:3) = ".gz"
                 MOVE SPACES TO WS-SHELL-CMD
                 STRING "gzip -dc " DELIMITED BY SIZE
                        FUNCTION TRIM (WS-DATA-FILENAME)
                           DELIMITED BY SIZE
                        " > " DELIMITED BY SIZE
                        FUNCTION TRIM (WS-UNPACK-FILENAME)
                           DELIMITED BY SIZE
                        INTO WS-SHELL-CMD
                 END-STRING
                 CALL "SYSTEM" USING WS-SHELL-CMD
                     RETURNING WS-SHELL-RC
                 MOVE WS-UNPACK-FILENAME TO WS-DATA-FILENAME
              END-IF
              PERFORM SCAN-DATA-FILE
           END-IF
           PERFORM READ-LIST-RECORD.

       EXPORT-DATA-FILE.
           MOVE WS-DATA-FILENAME TO WS-SOURCE-NAME
           PERFORM SCAN-DATA-FILE.

       SCAN-DATA-FILE.
           MOVE 0 TO WS-FILE-COUNT
           MOVE "N" TO WS-IN-STATEMENT-FLAG
           MOVE "N" TO WS-DATA-EOF-FLAG
           OPEN INPUT DATA-FILE
           IF WS-DATA-STATUS = "00"
              PERFORM READ-DATA-RECORD
              PERFORM EXPORT-ONE-DATA-LINE UNTIL WS-DATA-EOF
              CLOSE DATA-FILE
              IF WS-FILE-COUNT > 0
                 PERFORM NOTE-SUMMARY-LINE
              END-IF
           END-IF.

       READ-DATA-RECORD.
           READ DATA-FILE
              AT END
                 SET WS-DATA-EOF TO TRUE
           END-READ.

      * Where the person sits on each file: the user column of the
      * limit and balance masters, the history and hold layouts
      * PURGE-USER rewrites, the audit record, the counterparty of
      * a suspended transaction, the journal reader and filter.  A
      * statement belongs to the subject from its RELEVE header to
      * the next header.
       EXPORT-ONE-DATA-LINE.
           MOVE "N" TO WS-MATCH-FLAG
           EVALUATE WS-SECTION
              WHEN "LIMITE"
              WHEN "SOLDE"
                 MOVE DATA-RECORD (1:30) TO WS-MATCH-VALUE
                 PERFORM MATCH-SUBJECT
              WHEN "HISTSOLDE"
                 MOVE DATA-RECORD (10:30) TO WS-MATCH-VALUE
                 PERFORM MATCH-SUBJECT
              WHEN "AUDIT"
                 MOVE CALC-REC-USER TO WS-MATCH-VALUE
                 PERFORM MATCH-SUBJECT
              WHEN "ATTENTE"
                 MOVE DATA-RECORD (32:30) TO WS-MATCH-VALUE
                 PERFORM MATCH-SUBJECT
              WHEN "FRAUDEPROF"
                 MOVE DATA-RECORD (3:30) TO WS-MATCH-VALUE
                 PERFORM MATCH-SUBJECT
              WHEN "FRAUDEHIT"
                 MOVE DATA-RECORD (44:30) TO WS-MATCH-VALUE
                 PERFORM MATCH-SUBJECT
              WHEN "SUSPENS"
                 MOVE DATA-RECORD (103:30) TO WS-MATCH-VALUE
                 PERFORM MATCH-SUBJECT
              WHEN "SUSPPERTE"
                 MOVE DATA-RECORD (169:30) TO WS-MATCH-VALUE
                 PERFORM MATCH-SUBJECT
                 IF NOT WS-LINE-MATCHES
                    MOVE DATA-RECORD (27:30) TO WS-MATCH-VALUE
                    PERFORM MATCH-SUBJECT
                 END-IF
              WHEN "RELEVE"
                 IF DATA-RECORD (1:6) = "RELEVE"
                    MOVE "N" TO WS-IN-STATEMENT-FLAG
                    MOVE DATA-RECORD (30:30) TO WS-MATCH-VALUE
                    PERFORM MATCH-SUBJECT
                    IF WS-LINE-MATCHES
                       SET WS-IN-SUBJECT-STATEMENT TO TRUE
                    END-IF
                 END-IF
                 IF WS-IN-SUBJECT-STATEMENT
                    SET WS-LINE-MATCHES TO TRUE
                 END-IF
              WHEN "JOURNALACC"
                 MOVE DATA-RECORD (31:30) TO WS-MATCH-VALUE
                 PERFORM MATCH-SUBJECT
                 IF NOT WS-LINE-MATCHES
                    MOVE DATA-RECORD (62:30) TO WS-MATCH-VALUE
                    PERFORM MATCH-SUBJECT
                 END-IF
           END-EVALUATE
           IF WS-LINE-MATCHES
              PERFORM WRITE-EXPORT-LINE
           END-IF
           PERFORM READ-DATA-RECORD.

       MATCH-SUBJECT.
           IF WS-MATCH-VALUE = WS-SUBJECT
              SET WS-LINE-MATCHES TO TRUE
           END-IF
           IF WS-SUBJECT-NAME NOT = SPACES
              AND WS-MATCH-VALUE = WS-SUBJECT-NAME
              SET WS-LINE-MATCHES TO TRUE
           END-IF.

       WRITE-EXPORT-LINE.
           MOVE SPACES TO EXPORT-RECORD
           MOVE WS-SECTION TO SXP-SECTION
           MOVE WS-SOURCE-NAME TO SXP-SOURCE
           MOVE DATA-RECORD TO SXP-DATA
           WRITE EXPORT-RECORD
           ADD 1 TO WS-FILE-COUNT
           ADD 1 TO WS-TOTAL-COUNT.

       NOTE-SUMMARY-LINE.
           IF WS-SUM-USED < 200
              ADD 1 TO WS-SUM-USED
              MOVE SPACES TO WS-SUM-ENTRY (WS-SUM-USED)
              STRING WS-SECTION DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-SOURCE-NAME)
                        DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     WS-FILE-COUNT DELIMITED BY SIZE
                     " ENREGISTREMENTS" DELIMITED BY SIZE
                     INTO WS-SUM-ENTRY (WS-SUM-USED)
              END-STRING
           END-IF.

      * The readable summary is built and signed like the erasure
      * certificate, so the answer to the request is one verifiable
      * document with the structured export alongside.
       WRITE-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-FILENAME
           STRING "subject_export-" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SUBJECT) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-SUMMARY-FILENAME
           END-STRING
           OPEN OUTPUT SUMMARY-FILE
           MOVE SPACES TO SUMMARY-RECORD
           STRING "EXPORT DES DONNEES PERSONNELLES - "
                     DELIMITED BY SIZE
                  WS-RUN-DATE                  DELIMITED BY SIZE
                  " PAR "                      DELIMITED BY SIZE
                  FUNCTION TRIM (WS-USER-NAME) DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           IF WS-SUBJECT-NAME = SPACES
              STRING "SUJET: " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-SUBJECT) DELIMITED BY SIZE
                     " (AUCUN PROFIL)" DELIMITED BY SIZE
                     INTO SUMMARY-RECORD
              END-STRING
           ELSE
              STRING "SUJET: " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-SUBJECT) DELIMITED BY SIZE
                     " (" DELIMITED BY SIZE
                     FUNCTION TRIM (WS-SUBJECT-NAME)
                        DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                     INTO SUMMARY-RECORD
              END-STRING
           END-IF
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           STRING "FICHIER STRUCTURE: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-EXPORT-FILENAME)
                     DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD
           MOVE 0 TO WS-SIGN-WORK
           PERFORM WRITE-ONE-SUMMARY-LINE
              VARYING WS-SUM-IDX FROM 1 BY 1
              UNTIL WS-SUM-IDX > WS-SUM-USED
           MOVE SPACES TO SUMMARY-RECORD
           STRING "TOTAL ENREGISTREMENTS EXPORTES: "
                     DELIMITED BY SIZE
                  WS-TOTAL-COUNT DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD
           COMPUTE WS-SIGNATURE =
              FUNCTION MOD (WS-SIGN-WORK, 999999937)
           MOVE SPACES TO SUMMARY-RECORD
           STRING "SIGNATURE: " DELIMITED BY SIZE
                  WS-SIGNATURE  DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD
           CLOSE SUMMARY-FILE.

       WRITE-ONE-SUMMARY-LINE.
           MOVE WS-SUM-ENTRY (WS-SUM-IDX) TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           PERFORM SIGN-ONE-BYTE
              VARYING WS-SIGN-IDX FROM 1 BY 1
              UNTIL WS-SIGN-IDX > 120.

       SIGN-ONE-BYTE.
           COMPUTE WS-SIGN-BYTE =
              FUNCTION ORD (WS-SUM-ENTRY (WS-SUM-IDX) (WS-SIGN-IDX:1))
           COMPUTE WS-SIGN-WORK =
              FUNCTION MOD (WS-SIGN-WORK * 31 + WS-SIGN-BYTE,
                 999999937).

      * The register answers "when was it asked, by whom, and what
      * was handed over": one DEMANDE line when the export starts,
      * one LIVRAISON line naming the file, its record count and
      * the summary signature.
       APPEND-REGISTER-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
              OPEN OUTPUT REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS = "00"
              MOVE SPACES TO REGISTER-RECORD
              MOVE WS-RUN-DATE TO SRG-DATE
              MOVE WS-TIMESTAMP (1:14) TO SRG-STAMP
              MOVE WS-REGISTER-ACTION TO SRG-ACTION
              MOVE WS-SUBJECT TO SRG-SUBJECT
              MOVE WS-USER-NAME TO SRG-REQUESTER
              MOVE WS-REGISTER-DETAIL TO SRG-DETAIL
              WRITE REGISTER-RECORD
              CLOSE REGISTER-FILE
           END-IF.

      * The export is itself a look-up of the subject's data and is
      * journalled like any inquiry, under the full names of the
      * caller and of the subject.
       APPEND-ACCESS-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           IF WS-OWN-FULLNAME = SPACES
              MOVE WS-USER-NAME TO WS-OWN-FULLNAME
           END-IF
           IF WS-SUBJECT-NAME = SPACES
              MOVE WS-SUBJECT TO WS-SUBJECT-NAME
           END-IF
           OPEN EXTEND ACCESS-JOURNAL-FILE
           IF WS-ACCESS-JOURNAL-STATUS = "35"
              OPEN OUTPUT ACCESS-JOURNAL-FILE
           END-IF
           IF WS-ACCESS-JOURNAL-STATUS = "00"
              MOVE SPACES TO ACCESS-JOURNAL-RECORD
              STRING WS-TIMESTAMP (1:8) DELIMITED BY SIZE
                     " "                DELIMITED BY SIZE
                     WS-TIMESTAMP (9:6) DELIMITED BY SIZE
                     " SUBJECT-EXP   "  DELIMITED BY SIZE
                     WS-OWN-FULLNAME    DELIMITED BY SIZE
                     " "                DELIMITED BY SIZE
                     WS-SUBJECT-NAME    DELIMITED BY SIZE
                     " "                DELIMITED BY SIZE
                     WS-TOTAL-COUNT     DELIMITED BY SIZE
                     INTO ACCESS-JOURNAL-RECORD
              END-STRING
              WRITE ACCESS-JOURNAL-RECORD
              CLOSE ACCESS-JOURNAL-FILE
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

       END PROGRAM SUBJECT-EXPORT.
