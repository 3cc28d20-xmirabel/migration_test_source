       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-CLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO DYNAMIC WS-ACCOUNT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT NEW-ACCOUNT-FILE
           ASSIGN TO DYNAMIC WS-NEW-ACCOUNT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-ACCOUNT-STATUS.

           SELECT ACCT-IDX-FILE ASSIGN TO DYNAMIC WS-ACCT-IDX-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS AX-ACCT-ID
           FILE STATUS IS WS-ACCT-IDX-STATUS.

           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
          05 ACCT-ID              PIC X(10).
          05 FILLER               PIC X(1).
          05 ACCT-NAME            PIC X(30).
          05 FILLER               PIC X(1).
          05 ACCT-STATUS          PIC X(1).
          05 FILLER               PIC X(1).
          05 ACCT-ENTITY          PIC X(3).
          05 FILLER               PIC X(1).
          05 ACCT-CURRENCY        PIC X(3).
          05 FILLER               PIC X(1).
          05 ACCT-IBAN            PIC X(34).
          05 FILLER               PIC X(1).
          05 ACCT-BIC             PIC X(11).

       FD NEW-ACCOUNT-FILE.
       01 NEW-ACCOUNT-RECORD      PIC X(98).

       FD ACCT-IDX-FILE.
       01 ACCT-IDX-RECORD.
           COPY ACCTIDX.

       FD LEDGER-FILE.
       01 LEDGER-RECORD.
          05 ALG-ACCOUNT          PIC X(10).
          05 FILLER               PIC X(1).
          05 ALG-CURRENCY         PIC X(3).
          05 FILLER               PIC X(1).
          05 ALG-CURRENT          PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 ALG-MTD              PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 ALG-YTD              PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 ALG-LAST-ACTIVITY    PIC 9(8).
          05 FILLER               PIC X(1).
          05 ALG-MONTH            PIC 9(6).

       FD AUDIT-FILE.
       01 AUDIT-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-FILENAME     PIC X(100)  VALUE SPACES.
       01 WS-ACCOUNT-STATUS       PIC X(2).
       01 WS-ACCOUNT-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-ACCOUNT-EOF                   VALUE "Y".
       01 WS-NEW-ACCOUNT-FILENAME PIC X(104).
       01 WS-NEW-ACCOUNT-STATUS   PIC X(2).
       01 WS-ACCT-IDX-FILENAME    PIC X(100)  VALUE SPACES.
       01 WS-ACCT-IDX-STATUS      PIC X(2).
       01 WS-MASTER-CODE          PIC X(3)    VALUE "ACC".
       01 WS-FLAT-NAME            PIC X(100).
       01 WS-LEDGER-FILENAME      PIC X(100)
                                     VALUE "account_ledger.dat".
       01 WS-LEDGER-STATUS        PIC X(2).
       01 WS-LEDGER-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-LEDGER-EOF                    VALUE "Y".
       01 WS-AUDIT-FILENAME       PIC X(100)
                                     VALUE "account_change.log".
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-USER-NAME            PIC X(30)   VALUE SPACES.
       01 WS-RUN-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-RUN-TIME             PIC X(8).

       01 WS-TARGET-ACCOUNT       PIC X(10)   VALUE SPACES.
       01 WS-TARGET-FOUND-FLAG    PIC X(1)    VALUE "N".
          88 WS-TARGET-FOUND                  VALUE "Y".
       01 WS-TARGET-OLD-STATUS    PIC X(1)    VALUE SPACE.
       01 WS-LEDGER-BALANCE       PIC S9(11)V99 VALUE 0.
       01 WS-LEDGER-CCY           PIC X(3)    VALUE SPACES.
       01 WS-AMOUNT-EDIT          PIC -(11)9.99.

       01 WS-SHELL-CMD            PIC X(300).
       01 WS-SHELL-RC             PIC S9(9) COMP-5.
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.
       01 WS-AUTH-PASSWORD        PIC X(30)   VALUE SPACES.
       01 WS-AUTH-NEW-PASSWORD    PIC X(30)   VALUE SPACES.
       01 WS-AUTH-STATUS          PIC 9(2)    VALUE 0.
       01 WS-AUTH-SET-STATUS      PIC 9(2)    VALUE 0.


      * An account is closed on the master only once its sub-ledger
      * is flat: a non-zero balance refuses the closure, so money is
      * never stranded on an account MAIN will no longer post to.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           PERFORM CHECK-USER-AUTH

           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           ACCEPT WS-RUN-TIME FROM TIME

           ACCEPT WS-ACCOUNT-FILENAME FROM ENVIRONMENT "ACCOUNT_FILE"
           IF WS-ACCOUNT-FILENAME = SPACES
              MOVE "account_master.dat" TO WS-ACCOUNT-FILENAME
           END-IF
           MOVE SPACES TO WS-NEW-ACCOUNT-FILENAME
           STRING FUNCTION TRIM (WS-ACCOUNT-FILENAME)
                     DELIMITED BY SIZE
                  ".new" DELIMITED BY SIZE
                  INTO WS-NEW-ACCOUNT-FILENAME
           END-STRING

           ACCEPT WS-TARGET-ACCOUNT FROM ENVIRONMENT "CLOSE_ACCOUNT"
           IF WS-TARGET-ACCOUNT = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "Account to close?"
              ELSE
                 DISPLAY "Compte a cloturer?"
              END-IF
              ACCEPT WS-TARGET-ACCOUNT
           END-IF
           IF WS-TARGET-ACCOUNT = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "Error: an account number is required"
              ELSE
                 DISPLAY "Erreur: numero de compte requis"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM FIND-TARGET-ACCOUNT
           IF NOT WS-TARGET-FOUND
              IF WS-LOCALE-EN
                 DISPLAY "Error: unknown account " WS-TARGET-ACCOUNT
              ELSE
                 DISPLAY "Erreur: compte inconnu " WS-TARGET-ACCOUNT
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-TARGET-OLD-STATUS = "C"
              IF WS-LOCALE-EN
                 DISPLAY "Account " WS-TARGET-ACCOUNT
                         " is already closed"
              ELSE
                 DISPLAY "Compte " WS-TARGET-ACCOUNT " deja cloture"
              END-IF
              MOVE 4 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM READ-LEDGER-BALANCE
           IF WS-LEDGER-BALANCE NOT = 0
              MOVE WS-LEDGER-BALANCE TO WS-AMOUNT-EDIT
              IF WS-LOCALE-EN
                 DISPLAY "REFUSED: account " WS-TARGET-ACCOUNT
                         " still holds " WS-AMOUNT-EDIT " "
                         WS-LEDGER-CCY " on its sub-ledger"
              ELSE
                 DISPLAY "REFUSE: le compte " WS-TARGET-ACCOUNT
                         " presente un solde de " WS-AMOUNT-EDIT " "
                         WS-LEDGER-CCY
              END-IF
              MOVE 8 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM REWRITE-ACCOUNT-FILE
           PERFORM CLOSE-KEYED-ACCOUNT
           PERFORM APPEND-CHANGE-AUDIT
           IF WS-LOCALE-EN
              DISPLAY "Account " WS-TARGET-ACCOUNT
                      " closed and recorded"
           ELSE
              DISPLAY "Compte " WS-TARGET-ACCOUNT
                      " cloture et journalise"
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       FIND-TARGET-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-EOF-FLAG
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00"
              PERFORM READ-ACCOUNT-RECORD
              PERFORM MATCH-TARGET-ACCOUNT
                 UNTIL WS-ACCOUNT-EOF OR WS-TARGET-FOUND
              CLOSE ACCOUNT-FILE
           END-IF.

       READ-ACCOUNT-RECORD.
           READ ACCOUNT-FILE
              AT END
                 SET WS-ACCOUNT-EOF TO TRUE
           END-READ.

       MATCH-TARGET-ACCOUNT.
           IF ACCT-ID = WS-TARGET-ACCOUNT
              SET WS-TARGET-FOUND TO TRUE
              MOVE ACCT-STATUS TO WS-TARGET-OLD-STATUS
           ELSE
              PERFORM READ-ACCOUNT-RECORD
           END-IF.

       READ-LEDGER-BALANCE.
           MOVE 0 TO WS-LEDGER-BALANCE
           MOVE "N" TO WS-LEDGER-EOF-FLAG
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
              PERFORM READ-LEDGER-RECORD
              PERFORM MATCH-LEDGER-RECORD UNTIL WS-LEDGER-EOF
              CLOSE LEDGER-FILE
           END-IF.

       READ-LEDGER-RECORD.
           READ LEDGER-FILE
              AT END
                 SET WS-LEDGER-EOF TO TRUE
           END-READ.

       MATCH-LEDGER-RECORD.
           IF ALG-ACCOUNT = WS-TARGET-ACCOUNT
              MOVE ALG-CURRENT TO WS-LEDGER-BALANCE
              MOVE ALG-CURRENCY TO WS-LEDGER-CCY
           END-IF
           PERFORM READ-LEDGER-RECORD.

       REWRITE-ACCOUNT-FILE.
           MOVE "N" TO WS-ACCOUNT-EOF-FLAG
           OPEN OUTPUT NEW-ACCOUNT-FILE
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00"
              PERFORM READ-ACCOUNT-RECORD
              PERFORM COPY-ONE-ACCOUNT UNTIL WS-ACCOUNT-EOF
              CLOSE ACCOUNT-FILE
           END-IF
           CLOSE NEW-ACCOUNT-FILE
           MOVE SPACES TO WS-SHELL-CMD
           STRING "mv -f " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NEW-ACCOUNT-FILENAME)
                     DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ACCOUNT-FILENAME)
                     DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC.

       COPY-ONE-ACCOUNT.
           IF ACCT-ID = WS-TARGET-ACCOUNT
              MOVE "C" TO ACCT-STATUS
           END-IF
           MOVE ACCOUNT-RECORD TO NEW-ACCOUNT-RECORD
           WRITE NEW-ACCOUNT-RECORD
           PERFORM READ-ACCOUNT-RECORD.

      * The keyed copy MASTER-LOAD rebuilds overnight is closed in
      * step, so postings later the same day are refused at once.
       CLOSE-KEYED-ACCOUNT.
           CALL "MASTER_INDEX_NAME" USING WS-MASTER-CODE, WS-FLAT-NAME,
                                          WS-ACCT-IDX-FILENAME
           OPEN I-O ACCT-IDX-FILE
           IF WS-ACCT-IDX-STATUS = "00"
              MOVE WS-TARGET-ACCOUNT TO AX-ACCT-ID
              READ ACCT-IDX-FILE
                 KEY IS AX-ACCT-ID
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE "C" TO AX-STATUS
                    REWRITE ACCT-IDX-RECORD
                       INVALID KEY
                          CONTINUE
                    END-REWRITE
              END-READ
              CLOSE ACCT-IDX-FILE
           END-IF.

       APPEND-CHANGE-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
              MOVE SPACES TO AUDIT-RECORD
              STRING WS-RUN-DATE       DELIMITED BY SIZE
                     " "               DELIMITED BY SIZE
                     WS-RUN-TIME (1:6) DELIMITED BY SIZE
                     " "               DELIMITED BY SIZE
                     FUNCTION TRIM (WS-USER-NAME)
                        DELIMITED BY SIZE
                     " CLOTURE "       DELIMITED BY SIZE
                     WS-TARGET-ACCOUNT DELIMITED BY SIZE
                     " STATUT "        DELIMITED BY SIZE
                     WS-TARGET-OLD-STATUS DELIMITED BY SIZE
                     " -> C"           DELIMITED BY SIZE
                     INTO AUDIT-RECORD
              END-STRING
              WRITE AUDIT-RECORD
              CLOSE AUDIT-FILE
           END-IF.

      * Interactive access authenticates against the salted hash
      * stored with the profile; three wrong attempts lock the
      * credential and a supervisor reset forces a change on first
      * use.  A user with no credential line keeps the legacy
      * environment-variable path.
       CHECK-USER-AUTH.
           MOVE SPACES TO WS-USER-NAME
           ACCEPT WS-USER-NAME FROM ENVIRONMENT "APP_USER"
           IF WS-USER-NAME = SPACES
              ACCEPT WS-USER-NAME FROM ENVIRONMENT "USER"
           END-IF
           ACCEPT WS-AUTH-PASSWORD FROM ENVIRONMENT "APP_PASSWORD"
           IF WS-AUTH-PASSWORD = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "Password:"
              ELSE
                 DISPLAY "Mot de passe:"
              END-IF
              ACCEPT WS-AUTH-PASSWORD
           END-IF
           CALL "AUTH_UTILS" USING WS-USER-NAME, WS-AUTH-PASSWORD,
                                    WS-AUTH-STATUS
           EVALUATE WS-AUTH-STATUS
              WHEN 0
                 CONTINUE
              WHEN 3
                 CONTINUE
              WHEN 4
                 IF WS-LOCALE-EN
                    DISPLAY "Password change required - new "
                            "password:"
                 ELSE
                    DISPLAY "Changement de mot de passe requis - "
                            "nouveau mot de passe:"
                 END-IF
                 ACCEPT WS-AUTH-NEW-PASSWORD
                 CALL "AUTH_SET_PASSWORD" USING WS-USER-NAME,
                      WS-AUTH-NEW-PASSWORD, WS-AUTH-SET-STATUS
                 IF WS-AUTH-SET-STATUS NOT = 0
                    PERFORM REFUSE-ACCESS
                 END-IF
              WHEN OTHER
                 PERFORM REFUSE-ACCESS
           END-EVALUATE.

       REFUSE-ACCESS.
           IF WS-LOCALE-EN
              DISPLAY "ACCESS REFUSED for "
                      FUNCTION TRIM (WS-USER-NAME)
           ELSE
              DISPLAY "ACCES REFUSE pour "
                      FUNCTION TRIM (WS-USER-NAME)
           END-IF
           MOVE 12 TO WS-RETURN-CODE
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

       END PROGRAM ACCOUNT-CLOSE.
