       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-STATEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO DYNAMIC WS-ACCOUNT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT LEDGER-FILE ASSIGN TO DYNAMIC WS-LEDGER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT LEDGER-HIST-FILE
           ASSIGN TO DYNAMIC WS-LEDGER-HIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-HIST-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT STATEMENT-FILE
           ASSIGN TO DYNAMIC WS-STATEMENT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATEMENT-STATUS.

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

       FD LEDGER-HIST-FILE.
       01 LEDGER-HIST-RECORD.
          05 ALH-DATE             PIC 9(8).
          05 FILLER               PIC X(1).
          05 ALH-ACCOUNT          PIC X(10).
          05 FILLER               PIC X(1).
          05 ALH-CURRENCY         PIC X(3).
          05 FILLER               PIC X(1).
          05 ALH-CURRENT          PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY CALCREC.

       FD STATEMENT-FILE.
       01 STATEMENT-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STATEMENT-MONTH      PIC X(6).
       01 WS-MONTH-START          PIC 9(8).
       01 WS-MONTH-END            PIC 9(8).
       01 WS-ACCOUNT-FILENAME     PIC X(100)  VALUE SPACES.
       01 WS-ACCOUNT-STATUS       PIC X(2).
       01 WS-ACCOUNT-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-ACCOUNT-EOF                   VALUE "Y".
       01 WS-LEDGER-FILENAME      PIC X(100)
                                     VALUE "account_ledger.dat".
       01 WS-LEDGER-STATUS        PIC X(2).
       01 WS-LEDGER-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-LEDGER-EOF                    VALUE "Y".
       01 WS-LEDGER-HIST-FILENAME PIC X(100)
                                     VALUE "account_ledger_history.dat".
       01 WS-LEDGER-HIST-STATUS   PIC X(2).
       01 WS-LEDGER-HIST-EOF-FLAG PIC X(1)    VALUE "N".
          88 WS-LEDGER-HIST-EOF               VALUE "Y".
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-AUDIT-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-AUDIT-EOF                     VALUE "Y".
       01 WS-STATEMENT-FILENAME   PIC X(100).
       01 WS-STATEMENT-STATUS     PIC X(2).

       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-DAY-NUM              PIC 9(2).
       01 WS-DAY-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".

      * One entry per account on the sub-ledger, with the master
      * name and status alongside and the month's opening and
      * closing positions taken from the ledger snapshots.
       01 WS-LGR-TABLE.
          05 WS-LGR-ENTRY OCCURS 200 TIMES.
             10 WS-LGR-ACCOUNT       PIC X(10).
             10 WS-LGR-CCY           PIC X(3).
             10 WS-LGR-NAME          PIC X(30).
             10 WS-LGR-STATUS        PIC X(1).
             10 WS-LGR-CURRENT       PIC S9(11)V99.
             10 WS-LGR-OPENING       PIC S9(11)V99.
             10 WS-LGR-OPEN-DATE     PIC 9(8).
             10 WS-LGR-CLOSING       PIC S9(11)V99.
             10 WS-LGR-CLOSE-DATE    PIC 9(8).
       01 WS-LGR-USED             PIC 9(3)    VALUE 0.
       01 WS-LGR-MAX              PIC 9(3)    VALUE 200.
       01 WS-LGR-IDX              PIC 9(3).
       01 WS-LGR-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-LGR-FOUND                     VALUE "Y".
       01 WS-MATCH-ACCOUNT        PIC X(10).

       01 WS-CURRENT-ACCOUNT      PIC X(10).
       01 WS-STMT-COUNT           PIC 9(7).
       01 WS-STMT-MOVEMENT        PIC S9(13)V99.
       01 WS-STMT-WRITTEN         PIC 9(5)    VALUE 0.
       01 WS-CLOSED-WITH-BALANCE  PIC 9(5)    VALUE 0.

       01 WS-COUNT-EDIT           PIC ZZZ,ZZ9.
       01 WS-AMOUNT-EDIT          PIC -(12)9.99.
       01 WS-RESULT-EDIT          PIC -(11)9.99.

       01 WS-ALERT-PROGRAM        PIC X(12)   VALUE "ACCT-STMT".
       01 WS-ALERT-SEVERITY       PIC X(6).
       01 WS-ALERT-TEXT           PIC X(80).

       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.


      * Monthly statement per counterparty account: opening and
      * closing balance from the sub-ledger snapshots, the month's
      * postings from the daily audit files in between.  Accounts
      * closed on the master while their sub-ledger still holds a
      * balance are listed at the end.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           ACCEPT WS-STATEMENT-MONTH FROM ENVIRONMENT "STATEMENT_MONTH"
           IF WS-STATEMENT-MONTH NOT NUMERIC
              OR WS-STATEMENT-MONTH = SPACES
              CALL "BUSINESS_DATE" USING WS-DAY-DATE, WS-DATE-SOURCE
              MOVE WS-DAY-DATE (1:6) TO WS-STATEMENT-MONTH
           END-IF
           COMPUTE WS-MONTH-START =
              FUNCTION NUMVAL (WS-STATEMENT-MONTH) * 100 + 1
           COMPUTE WS-MONTH-END =
              FUNCTION NUMVAL (WS-STATEMENT-MONTH) * 100 + 31

           MOVE SPACES TO WS-STATEMENT-FILENAME
           STRING "account_statements-" DELIMITED BY SIZE
                  WS-STATEMENT-MONTH    DELIMITED BY SIZE
                  ".txt"                DELIMITED BY SIZE
                  INTO WS-STATEMENT-FILENAME

           IF WS-LOCALE-EN
              DISPLAY "=== Monthly account statements: "
                      WS-STATEMENT-MONTH " ==="
           ELSE
              DISPLAY "=== Releves mensuels par compte: "
                      WS-STATEMENT-MONTH " ==="
           END-IF

           PERFORM LOAD-LEDGER
           PERFORM LOAD-ACCOUNT-MASTER
           PERFORM LOAD-LEDGER-HISTORY

           IF WS-LGR-USED = 0
              IF WS-LOCALE-EN
                 DISPLAY "No account sub-ledger on file"
              ELSE
                 DISPLAY "Aucun sous-compte sur fichier"
              END-IF
              MOVE 4 TO WS-RETURN-CODE
           ELSE
              OPEN OUTPUT STATEMENT-FILE
              PERFORM WRITE-ONE-STATEMENT
                 VARYING WS-LGR-IDX FROM 1 BY 1
                 UNTIL WS-LGR-IDX > WS-LGR-USED
              PERFORM CHECK-CLOSED-ACCOUNT
                 VARYING WS-LGR-IDX FROM 1 BY 1
                 UNTIL WS-LGR-IDX > WS-LGR-USED
              CLOSE STATEMENT-FILE
              IF WS-LOCALE-EN
                 DISPLAY "Statements written to "
                         FUNCTION TRIM (WS-STATEMENT-FILENAME)
                 DISPLAY "Accounts reported: " WS-STMT-WRITTEN
              ELSE
                 DISPLAY "Releves ecrits dans "
                         FUNCTION TRIM (WS-STATEMENT-FILENAME)
                 DISPLAY "Comptes traites: " WS-STMT-WRITTEN
              END-IF
              IF WS-CLOSED-WITH-BALANCE > 0
                 IF WS-LOCALE-EN
                    DISPLAY "Closed accounts still holding a "
                            "balance: " WS-CLOSED-WITH-BALANCE
                 ELSE
                    DISPLAY "Comptes clotures avec un solde: "
                            WS-CLOSED-WITH-BALANCE
                 END-IF
                 MOVE "SEVERE" TO WS-ALERT-SEVERITY
                 MOVE "COMPTE CLOTURE AVEC SOLDE NON NUL"
                    TO WS-ALERT-TEXT
                 PERFORM WRITE-OPS-ALERT
                 MOVE 8 TO WS-RETURN-CODE
              END-IF
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-LEDGER.
           MOVE 0 TO WS-LGR-USED
           MOVE "N" TO WS-LEDGER-EOF-FLAG
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = "00"
              PERFORM READ-LEDGER-RECORD
              PERFORM LOAD-ONE-LEDGER UNTIL WS-LEDGER-EOF
              CLOSE LEDGER-FILE
           END-IF.

       READ-LEDGER-RECORD.
           READ LEDGER-FILE
              AT END
                 SET WS-LEDGER-EOF TO TRUE
           END-READ.

       LOAD-ONE-LEDGER.
           IF ALG-ACCOUNT NOT = SPACES
              IF WS-LGR-USED >= WS-LGR-MAX
                 PERFORM ABEND-LEDGER-OVERFLOW
              END-IF
              ADD 1 TO WS-LGR-USED
              MOVE ALG-ACCOUNT TO WS-LGR-ACCOUNT (WS-LGR-USED)
              MOVE ALG-CURRENCY TO WS-LGR-CCY (WS-LGR-USED)
              MOVE SPACES TO WS-LGR-NAME (WS-LGR-USED)
              MOVE SPACES TO WS-LGR-STATUS (WS-LGR-USED)
              MOVE ALG-CURRENT TO WS-LGR-CURRENT (WS-LGR-USED)
              MOVE 0 TO WS-LGR-OPENING (WS-LGR-USED)
              MOVE 0 TO WS-LGR-OPEN-DATE (WS-LGR-USED)
              MOVE 0 TO WS-LGR-CLOSING (WS-LGR-USED)
              MOVE 0 TO WS-LGR-CLOSE-DATE (WS-LGR-USED)
           END-IF
           PERFORM READ-LEDGER-RECORD.

       ABEND-LEDGER-OVERFLOW.
           IF WS-LOCALE-EN
              DISPLAY "ABEND: account sub-ledger table overflow - "
                      "statement run refused, raise WS-LGR-MAX"
           ELSE
              DISPLAY "ARRET: debordement de la table des sous-"
                      "comptes - releves refuses, augmenter "
                      "WS-LGR-MAX"
           END-IF
           MOVE 16 TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-ACCOUNT-MASTER.
           ACCEPT WS-ACCOUNT-FILENAME FROM ENVIRONMENT "ACCOUNT_FILE"
           IF WS-ACCOUNT-FILENAME = SPACES
              MOVE "account_master.dat" TO WS-ACCOUNT-FILENAME
           END-IF
           MOVE "N" TO WS-ACCOUNT-EOF-FLAG
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "00"
              PERFORM READ-ACCOUNT-RECORD
              PERFORM MATCH-ONE-ACCOUNT UNTIL WS-ACCOUNT-EOF
              CLOSE ACCOUNT-FILE
           END-IF.

       READ-ACCOUNT-RECORD.
           READ ACCOUNT-FILE
              AT END
                 SET WS-ACCOUNT-EOF TO TRUE
           END-READ.

       MATCH-ONE-ACCOUNT.
           MOVE ACCT-ID TO WS-MATCH-ACCOUNT
           PERFORM LOOKUP-LEDGER-ENTRY
           IF WS-LGR-FOUND
              MOVE ACCT-NAME TO WS-LGR-NAME (WS-LGR-IDX)
              MOVE ACCT-STATUS TO WS-LGR-STATUS (WS-LGR-IDX)
           END-IF
           PERFORM READ-ACCOUNT-RECORD.

       LOOKUP-LEDGER-ENTRY.
           MOVE "N" TO WS-LGR-FOUND-FLAG
           PERFORM FIND-LEDGER-ENTRY
              VARYING WS-LGR-IDX FROM 1 BY 1
              UNTIL WS-LGR-IDX > WS-LGR-USED OR WS-LGR-FOUND.

       FIND-LEDGER-ENTRY.
           IF WS-MATCH-ACCOUNT = WS-LGR-ACCOUNT (WS-LGR-IDX)
              SET WS-LGR-FOUND TO TRUE
              SUBTRACT 1 FROM WS-LGR-IDX
           END-IF.

      * The last snapshot dated before the month opens the statement
      * and the last one dated inside it closes it; an account with
      * no posting in the month closes on its opening position.
       LOAD-LEDGER-HISTORY.
           MOVE "N" TO WS-LEDGER-HIST-EOF-FLAG
           OPEN INPUT LEDGER-HIST-FILE
           IF WS-LEDGER-HIST-STATUS = "00"
              PERFORM READ-LEDGER-HIST-RECORD
              PERFORM NOTE-ONE-SNAPSHOT UNTIL WS-LEDGER-HIST-EOF
              CLOSE LEDGER-HIST-FILE
           END-IF
           PERFORM DEFAULT-CLOSING
              VARYING WS-LGR-IDX FROM 1 BY 1
              UNTIL WS-LGR-IDX > WS-LGR-USED.

       READ-LEDGER-HIST-RECORD.
           READ LEDGER-HIST-FILE
              AT END
                 SET WS-LEDGER-HIST-EOF TO TRUE
           END-READ.

       NOTE-ONE-SNAPSHOT.
           IF ALH-DATE NUMERIC AND ALH-DATE <= WS-MONTH-END
              MOVE ALH-ACCOUNT TO WS-MATCH-ACCOUNT
              PERFORM LOOKUP-LEDGER-ENTRY
              IF WS-LGR-FOUND
                 IF ALH-DATE < WS-MONTH-START
                    IF ALH-DATE >= WS-LGR-OPEN-DATE (WS-LGR-IDX)
                       MOVE ALH-DATE TO WS-LGR-OPEN-DATE (WS-LGR-IDX)
                       MOVE ALH-CURRENT
                          TO WS-LGR-OPENING (WS-LGR-IDX)
                    END-IF
                 ELSE
                    IF ALH-DATE >= WS-LGR-CLOSE-DATE (WS-LGR-IDX)
                       MOVE ALH-DATE TO WS-LGR-CLOSE-DATE (WS-LGR-IDX)
                       MOVE ALH-CURRENT
                          TO WS-LGR-CLOSING (WS-LGR-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF
           PERFORM READ-LEDGER-HIST-RECORD.

       DEFAULT-CLOSING.
           IF WS-LGR-CLOSE-DATE (WS-LGR-IDX) = 0
              MOVE WS-LGR-OPENING (WS-LGR-IDX)
                 TO WS-LGR-CLOSING (WS-LGR-IDX)
           END-IF.

       WRITE-ONE-STATEMENT.
           IF WS-LGR-CLOSE-DATE (WS-LGR-IDX) = 0
              AND WS-LGR-OPENING (WS-LGR-IDX) = 0
              CONTINUE
           ELSE
              PERFORM WRITE-ACCOUNT-STATEMENT
           END-IF.

       WRITE-ACCOUNT-STATEMENT.
           MOVE WS-LGR-ACCOUNT (WS-LGR-IDX) TO WS-CURRENT-ACCOUNT
           MOVE 0 TO WS-STMT-COUNT
           MOVE 0 TO WS-STMT-MOVEMENT
           ADD 1 TO WS-STMT-WRITTEN

           MOVE SPACES TO STATEMENT-RECORD
           STRING "RELEVE " DELIMITED BY SIZE
                  WS-STATEMENT-MONTH DELIMITED BY SIZE
                  " - COMPTE: " DELIMITED BY SIZE
                  WS-CURRENT-ACCOUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LGR-NAME (WS-LGR-IDX))
                     DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-LGR-CCY (WS-LGR-IDX) DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD

           MOVE WS-LGR-OPENING (WS-LGR-IDX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO STATEMENT-RECORD
           STRING "SOLDE D'OUVERTURE      " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT           DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD

           PERFORM SCAN-MONTH-AUDIT-FILES

           COMPUTE WS-STMT-MOVEMENT =
              WS-LGR-CLOSING (WS-LGR-IDX) - WS-LGR-OPENING (WS-LGR-IDX)
           MOVE WS-STMT-COUNT TO WS-COUNT-EDIT
           MOVE WS-STMT-MOVEMENT TO WS-AMOUNT-EDIT
           MOVE SPACES TO STATEMENT-RECORD
           STRING "MOUVEMENTS     " DELIMITED BY SIZE
                  WS-COUNT-EDIT     DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-AMOUNT-EDIT    DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD

           MOVE WS-LGR-CLOSING (WS-LGR-IDX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO STATEMENT-RECORD
           STRING "SOLDE DE CLOTURE       " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT           DELIMITED BY SIZE
                  INTO STATEMENT-RECORD
           END-STRING
           WRITE STATEMENT-RECORD

           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

       SCAN-MONTH-AUDIT-FILES.
           PERFORM SCAN-ONE-DAY VARYING WS-DAY-NUM FROM 1 BY 1
              UNTIL WS-DAY-NUM > 31.

       SCAN-ONE-DAY.
           MOVE SPACES TO WS-DAY-DATE
           STRING WS-STATEMENT-MONTH DELIMITED BY SIZE
                  WS-DAY-NUM         DELIMITED BY SIZE
                  INTO WS-DAY-DATE
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"     DELIMITED BY SIZE
                  WS-DAY-DATE  DELIMITED BY SIZE
                  ".log"       DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME

           MOVE "N" TO WS-AUDIT-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              PERFORM READ-AUDIT-RECORD
              PERFORM HANDLE-AUDIT-RECORD UNTIL WS-AUDIT-EOF
              CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 SET WS-AUDIT-EOF TO TRUE
           END-READ.

       HANDLE-AUDIT-RECORD.
           IF CALC-REC-ACCOUNT = WS-CURRENT-ACCOUNT
              ADD 1 TO WS-STMT-COUNT
              MOVE CALC-REC-RESULT TO WS-RESULT-EDIT
              MOVE SPACES TO STATEMENT-RECORD
              STRING "  "                DELIMITED BY SIZE
                     CALC-REC-TRANS-ID   DELIMITED BY SIZE
                     " "                 DELIMITED BY SIZE
                     CALC-REC-DATE       DELIMITED BY SIZE
                     " "                 DELIMITED BY SIZE
                     CALC-REC-OPERATION  DELIMITED BY SIZE
                     " "                 DELIMITED BY SIZE
                     WS-RESULT-EDIT      DELIMITED BY SIZE
                     " "                 DELIMITED BY SIZE
                     CALC-REC-CURRENCY   DELIMITED BY SIZE
                     " "                 DELIMITED BY SIZE
                     CALC-REC-USER       DELIMITED BY SIZE
                     INTO STATEMENT-RECORD
              END-STRING
              WRITE STATEMENT-RECORD
           END-IF
           PERFORM READ-AUDIT-RECORD.

      * A closed account must not keep money on the sub-ledger:
      * ACCOUNT-CLOSE refuses the closure, and anything closed on
      * the master by other means is reported here.
       CHECK-CLOSED-ACCOUNT.
           IF WS-LGR-STATUS (WS-LGR-IDX) = "C"
              AND WS-LGR-CURRENT (WS-LGR-IDX) NOT = 0
              ADD 1 TO WS-CLOSED-WITH-BALANCE
              MOVE WS-LGR-CURRENT (WS-LGR-IDX) TO WS-AMOUNT-EDIT
              MOVE SPACES TO STATEMENT-RECORD
              STRING "COMPTE CLOTURE AVEC SOLDE: " DELIMITED BY SIZE
                     WS-LGR-ACCOUNT (WS-LGR-IDX)   DELIMITED BY SIZE
                     " "                           DELIMITED BY SIZE
                     WS-AMOUNT-EDIT                DELIMITED BY SIZE
                     " "                           DELIMITED BY SIZE
                     WS-LGR-CCY (WS-LGR-IDX)       DELIMITED BY SIZE
                     INTO STATEMENT-RECORD
              END-STRING
              WRITE STATEMENT-RECORD
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: closed account "
                         WS-LGR-ACCOUNT (WS-LGR-IDX)
                         " still holds " WS-AMOUNT-EDIT " "
                         WS-LGR-CCY (WS-LGR-IDX)
              ELSE
                 DISPLAY "AVERTISSEMENT: compte cloture "
                         WS-LGR-ACCOUNT (WS-LGR-IDX)
                         " solde " WS-AMOUNT-EDIT " "
                         WS-LGR-CCY (WS-LGR-IDX)
              END-IF
           END-IF.

       WRITE-OPS-ALERT.
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

       END PROGRAM ACCOUNT-STATEMENT.
