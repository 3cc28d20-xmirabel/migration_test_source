       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLECTIONS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO DYNAMIC WS-BALANCE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.

           SELECT BALANCE-IDX-FILE
           ASSIGN TO DYNAMIC WS-BAL-IDX-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAL-IDX-USER
           FILE STATUS IS WS-BAL-IDX-STATUS.

           SELECT COLLECTION-FILE
           ASSIGN TO DYNAMIC WS-COLLECTION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COLLECTION-STATUS.

           SELECT LOCALE-FILE ASSIGN TO DYNAMIC WS-USER-LOCALE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-USER-LOCALE-STATUS.

           SELECT LETTER-FILE ASSIGN TO DYNAMIC WS-LETTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LETTER-STATUS.

           SELECT WORKLIST-FILE ASSIGN TO DYNAMIC WS-WORKLIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORKLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BALANCE-FILE.
       01 BALANCE-RECORD.
          05 BAL-USER             PIC X(30).
          05 FILLER               PIC X(1).
          05 BAL-CURRENT          PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 BAL-MTD              PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 BAL-YTD              PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 BAL-LAST-ACTIVITY    PIC 9(8).
          05 FILLER               PIC X(1).
          05 BAL-MONTH            PIC 9(6).

       FD BALANCE-IDX-FILE.
       01 BAL-IDX-RECORD.
          05 BAL-IDX-USER         PIC X(30).
          05 BAL-IDX-CURRENT      PIC S9(11)V99.
          05 BAL-IDX-MTD          PIC S9(11)V99.
          05 BAL-IDX-YTD          PIC S9(11)V99.
          05 BAL-IDX-LAST         PIC 9(8).
          05 BAL-IDX-MONTH        PIC 9(6).

       FD COLLECTION-FILE.
       01 COLLECTION-RECORD.
           COPY COLLCASE.

       FD LOCALE-FILE.
       01 USER-LOCALE-RECORD.
          05 ULC-USER             PIC X(30).
          05 FILLER               PIC X(1).
          05 ULC-LOCALE           PIC X(2).

       FD LETTER-FILE.
       01 LETTER-RECORD           PIC X(80).

       FD WORKLIST-FILE.
       01 WORKLIST-RECORD         PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-BALANCE-FILENAME     PIC X(100)
                                     VALUE "balance_master.dat".
       01 WS-BALANCE-STATUS       PIC X(2).
       01 WS-BALANCE-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-BALANCE-EOF                   VALUE "Y".
       01 WS-BAL-IDX-FILENAME     PIC X(100)
                                     VALUE "balance_master.idx".
       01 WS-BAL-IDX-STATUS       PIC X(2).
       01 WS-BAL-IDX-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-BAL-IDX-EOF                   VALUE "Y".
       01 WS-IDX-MODE-FLAG        PIC X(1)    VALUE "N".
          88 WS-IDX-MODE                      VALUE "Y".
       01 WS-COLLECTION-FILENAME  PIC X(100)  VALUE SPACES.
       01 WS-COLLECTION-STATUS    PIC X(2).
       01 WS-COLLECTION-EOF-FLAG  PIC X(1)    VALUE "N".
          88 WS-COLLECTION-EOF                VALUE "Y".
       01 WS-USER-LOCALE-FILENAME PIC X(100)  VALUE SPACES.
       01 WS-USER-LOCALE-STATUS   PIC X(2).
       01 WS-USER-LOCALE-EOF-FLAG PIC X(1)    VALUE "N".
          88 WS-USER-LOCALE-EOF               VALUE "Y".
       01 WS-LETTER-FILENAME      PIC X(100).
       01 WS-LETTER-STATUS        PIC X(2).
       01 WS-WORKLIST-FILENAME    PIC X(100).
       01 WS-WORKLIST-STATUS      PIC X(2).
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-RUN-DATE             PIC X(8).
       01 WS-RUN-DATE-NUM         PIC 9(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".

      * Days negative at which each level is reached: reminder,
      * second reminder, supervisor referral, debit block.  The last
      * three can be moved with COLLECTION_STEPS (ddd ddd ddd).
       01 WS-STEP-VALUES.
          05 FILLER               PIC 9(3)    VALUE 1.
          05 FILLER               PIC 9(3)    VALUE 10.
          05 FILLER               PIC 9(3)    VALUE 20.
          05 FILLER               PIC 9(3)    VALUE 30.
       01 WS-STEP-TABLE REDEFINES WS-STEP-VALUES.
          05 WS-STEP-DAYS OCCURS 4 TIMES PIC 9(3).
       01 WS-STEP-TEXT            PIC X(11)   VALUE SPACES.
       01 WS-STEP-IDX             PIC 9(1).

      * Open cases carried from the last run plus the users found
      * negative today; SEEN marks those still negative.
       01 WS-CASE-TABLE.
          05 WS-CASE-ENTRY OCCURS 500 TIMES.
             10 WS-CASE-USER         PIC X(30).
             10 WS-CASE-SINCE        PIC 9(8).
             10 WS-CASE-DAYS         PIC 9(4).
             10 WS-CASE-LEVEL        PIC 9(1).
             10 WS-CASE-LEVEL-DATE   PIC 9(8).
             10 WS-CASE-BALANCE      PIC S9(11)V99.
             10 WS-CASE-SEEN-FLAG    PIC X(1).
       01 WS-CASE-USED            PIC 9(3)    VALUE 0.
       01 WS-CASE-MAX             PIC 9(3)    VALUE 500.
       01 WS-CASE-IDX             PIC 9(3).
       01 WS-CASE-FOUND-FLAG      PIC X(1)    VALUE "N".
          88 WS-CASE-FOUND                    VALUE "Y".
       01 WS-MATCH-USER           PIC X(30).
       01 WS-MATCH-BALANCE        PIC S9(11)V99.

       01 WS-ULC-TABLE.
          05 WS-ULC-ENTRY OCCURS 500 TIMES.
             10 WS-ULC-USER          PIC X(30).
             10 WS-ULC-LOCALE        PIC X(2).
       01 WS-ULC-USED             PIC 9(3)    VALUE 0.
       01 WS-ULC-MAX              PIC 9(3)    VALUE 500.
       01 WS-ULC-IDX              PIC 9(3).

       01 WS-OLD-LEVEL            PIC 9(1).
       01 WS-NEW-LEVEL            PIC 9(1).
       01 WS-CASE-ACTION          PIC X(20).
       01 WS-LEVEL-LABEL          PIC X(20).
       01 WS-LETTER-LOCALE        PIC X(2).
          88 WS-LETTER-EN                     VALUE "EN".
       01 WS-LETTER-TITLE         PIC X(60).
       01 WS-LETTER-CLOSING       PIC X(78).

       01 WS-OPEN-COUNT           PIC 9(5)    VALUE 0.
       01 WS-CURED-COUNT          PIC 9(5)    VALUE 0.
       01 WS-LETTER-COUNT         PIC 9(5)    VALUE 0.
       01 WS-REFERRED-COUNT       PIC 9(5)    VALUE 0.
       01 WS-BLOCKED-COUNT        PIC 9(5)    VALUE 0.
       01 WS-BALANCE-EDIT         PIC -(11)9.99.
       01 WS-DAYS-EDIT            PIC Z(3)9.

       01 WS-ALERT-PROGRAM        PIC X(12)   VALUE "COLLECTIONS".
       01 WS-ALERT-SEVERITY       PIC X(6).
       01 WS-ALERT-TEXT           PIC X(80).
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.

      * Daily collections follow-up.  Every user whose balance on
      * the balance master is negative has a case on the collections
      * file; the days negative decide the level: reminder letter,
      * second reminder, referral to a supervisor, then the debit
      * block MAIN's limit check enforces.  A letter or alert goes
      * out only when a level is first reached, so a rerun for the
      * same day repeats nothing.  A case whose balance is back at
      * or above zero is closed, which also lifts its block.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM

           IF WS-LOCALE-EN
              DISPLAY "=== Collections follow-up: " WS-RUN-DATE " ==="
           ELSE
              DISPLAY "=== Suivi du recouvrement: " WS-RUN-DATE " ==="
           END-IF

           PERFORM LOAD-COLLECTION-STEPS
           PERFORM LOAD-USER-LOCALES
           PERFORM LOAD-OPEN-CASES
           PERFORM SCAN-BALANCES

           MOVE SPACES TO WS-LETTER-FILENAME
           STRING "collection_letters-" DELIMITED BY SIZE
                  WS-RUN-DATE           DELIMITED BY SIZE
                  ".txt"                DELIMITED BY SIZE
                  INTO WS-LETTER-FILENAME
           END-STRING
           OPEN EXTEND LETTER-FILE
           IF WS-LETTER-STATUS = "35"
              OPEN OUTPUT LETTER-FILE
           END-IF
           MOVE SPACES TO WS-WORKLIST-FILENAME
           STRING "collection_worklist-" DELIMITED BY SIZE
                  WS-RUN-DATE            DELIMITED BY SIZE
                  ".txt"                 DELIMITED BY SIZE
                  INTO WS-WORKLIST-FILENAME
           END-STRING
           OPEN OUTPUT WORKLIST-FILE
           PERFORM WRITE-WORKLIST-HEADER
           OPEN OUTPUT COLLECTION-FILE

           PERFORM FOLLOW-UP-ONE-CASE
              VARYING WS-CASE-IDX FROM 1 BY 1
              UNTIL WS-CASE-IDX > WS-CASE-USED

           CLOSE COLLECTION-FILE
           PERFORM WRITE-WORKLIST-TOTALS
           CLOSE WORKLIST-FILE
           CLOSE LETTER-FILE

           IF WS-LOCALE-EN
              DISPLAY "Open cases: " WS-OPEN-COUNT
              DISPLAY "Cases closed: " WS-CURED-COUNT
              DISPLAY "Letters produced: " WS-LETTER-COUNT
              DISPLAY "Referred to a supervisor: " WS-REFERRED-COUNT
              DISPLAY "Debit blocks in force: " WS-BLOCKED-COUNT
              DISPLAY "Worklist written to "
                      FUNCTION TRIM (WS-WORKLIST-FILENAME)
           ELSE
              DISPLAY "Dossiers ouverts: " WS-OPEN-COUNT
              DISPLAY "Dossiers clos: " WS-CURED-COUNT
              DISPLAY "Lettres produites: " WS-LETTER-COUNT
              DISPLAY "Transmis au superviseur: " WS-REFERRED-COUNT
              DISPLAY "Blocages au debit en vigueur: "
                      WS-BLOCKED-COUNT
              DISPLAY "Liste de travail ecrite dans "
                      FUNCTION TRIM (WS-WORKLIST-FILENAME)
           END-IF
           IF WS-REFERRED-COUNT > 0 OR WS-BLOCKED-COUNT > 0
              MOVE 4 TO WS-RETURN-CODE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-COLLECTION-STEPS.
           ACCEPT WS-STEP-TEXT FROM ENVIRONMENT "COLLECTION_STEPS"
           IF WS-STEP-TEXT (1:3) NUMERIC
              AND WS-STEP-TEXT (5:3) NUMERIC
              AND WS-STEP-TEXT (9:3) NUMERIC
              MOVE WS-STEP-TEXT (1:3) TO WS-STEP-DAYS (2)
              MOVE WS-STEP-TEXT (5:3) TO WS-STEP-DAYS (3)
              MOVE WS-STEP-TEXT (9:3) TO WS-STEP-DAYS (4)
           END-IF.

      * USER_LOCALE_FILE names the language each user reads; a user
      * not listed gets the site language.
       LOAD-USER-LOCALES.
           ACCEPT WS-USER-LOCALE-FILENAME FROM ENVIRONMENT
                  "USER_LOCALE_FILE"
           IF WS-USER-LOCALE-FILENAME = SPACES
              MOVE "user_locale.dat" TO WS-USER-LOCALE-FILENAME
           END-IF
           MOVE 0 TO WS-ULC-USED
           MOVE "N" TO WS-USER-LOCALE-EOF-FLAG
           OPEN INPUT LOCALE-FILE
           IF WS-USER-LOCALE-STATUS = "00"
              PERFORM READ-USER-LOCALE-RECORD
              PERFORM LOAD-ONE-USER-LOCALE UNTIL WS-USER-LOCALE-EOF
                 OR WS-ULC-USED >= WS-ULC-MAX
              CLOSE LOCALE-FILE
           END-IF.

       READ-USER-LOCALE-RECORD.
           READ LOCALE-FILE
              AT END
                 SET WS-USER-LOCALE-EOF TO TRUE
           END-READ.

       LOAD-ONE-USER-LOCALE.
           IF ULC-USER NOT = SPACES AND ULC-USER (1:1) NOT = "*"
              ADD 1 TO WS-ULC-USED
              MOVE ULC-USER TO WS-ULC-USER (WS-ULC-USED)
              MOVE ULC-LOCALE TO WS-ULC-LOCALE (WS-ULC-USED)
           END-IF
           PERFORM READ-USER-LOCALE-RECORD.

       LOAD-OPEN-CASES.
           ACCEPT WS-COLLECTION-FILENAME FROM ENVIRONMENT
                  "COLLECTIONS_FILE"
           IF WS-COLLECTION-FILENAME = SPACES
              MOVE "collections.dat" TO WS-COLLECTION-FILENAME
           END-IF
           MOVE 0 TO WS-CASE-USED
           MOVE "N" TO WS-COLLECTION-EOF-FLAG
           OPEN INPUT COLLECTION-FILE
           IF WS-COLLECTION-STATUS = "00"
              PERFORM READ-COLLECTION-RECORD
              PERFORM LOAD-ONE-CASE UNTIL WS-COLLECTION-EOF
                 OR WS-CASE-USED >= WS-CASE-MAX
              CLOSE COLLECTION-FILE
           END-IF.

       READ-COLLECTION-RECORD.
           READ COLLECTION-FILE
              AT END
                 SET WS-COLLECTION-EOF TO TRUE
           END-READ.

       LOAD-ONE-CASE.
           IF CL-USER NOT = SPACES
              ADD 1 TO WS-CASE-USED
              MOVE CL-USER TO WS-CASE-USER (WS-CASE-USED)
              MOVE CL-SINCE TO WS-CASE-SINCE (WS-CASE-USED)
              MOVE CL-DAYS TO WS-CASE-DAYS (WS-CASE-USED)
              MOVE CL-LEVEL TO WS-CASE-LEVEL (WS-CASE-USED)
              MOVE CL-LEVEL-DATE TO WS-CASE-LEVEL-DATE (WS-CASE-USED)
              MOVE CL-BALANCE TO WS-CASE-BALANCE (WS-CASE-USED)
              MOVE "N" TO WS-CASE-SEEN-FLAG (WS-CASE-USED)
           END-IF
           PERFORM READ-COLLECTION-RECORD.

       SCAN-BALANCES.
           OPEN INPUT BALANCE-IDX-FILE
           IF WS-BAL-IDX-STATUS = "00"
              SET WS-IDX-MODE TO TRUE
              PERFORM READ-BAL-IDX-NEXT
              PERFORM NOTE-ONE-IDX-BALANCE UNTIL WS-BAL-IDX-EOF
              CLOSE BALANCE-IDX-FILE
           ELSE
              OPEN INPUT BALANCE-FILE
              IF WS-BALANCE-STATUS NOT = "00"
                 IF WS-LOCALE-EN
                    DISPLAY "Balance master not found: "
                            FUNCTION TRIM (WS-BALANCE-FILENAME)
                 ELSE
                    DISPLAY "Fichier maitre des soldes introuvable: "
                            FUNCTION TRIM (WS-BALANCE-FILENAME)
                 END-IF
                 MOVE 12 TO WS-RETURN-CODE
                 MOVE WS-RETURN-CODE TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM READ-BALANCE-RECORD
              PERFORM NOTE-ONE-BALANCE UNTIL WS-BALANCE-EOF
              CLOSE BALANCE-FILE
           END-IF.

       READ-BAL-IDX-NEXT.
           READ BALANCE-IDX-FILE NEXT RECORD
              AT END
                 SET WS-BAL-IDX-EOF TO TRUE
           END-READ.

       READ-BALANCE-RECORD.
           READ BALANCE-FILE
              AT END
                 SET WS-BALANCE-EOF TO TRUE
           END-READ.

       NOTE-ONE-IDX-BALANCE.
           MOVE BAL-IDX-USER TO WS-MATCH-USER
           MOVE BAL-IDX-CURRENT TO WS-MATCH-BALANCE
           PERFORM NOTE-USER-BALANCE
           PERFORM READ-BAL-IDX-NEXT.

       NOTE-ONE-BALANCE.
           IF BAL-USER NOT = SPACES
              MOVE BAL-USER TO WS-MATCH-USER
              MOVE BAL-CURRENT TO WS-MATCH-BALANCE
              PERFORM NOTE-USER-BALANCE
           END-IF
           PERFORM READ-BALANCE-RECORD.

      * A user negative for the first time opens a case dated today
      * with no level yet; the follow-up below sets the first one.
      * An open case whose balance is back in credit only takes the
      * new balance, for the worklist line that closes it.
       NOTE-USER-BALANCE.
           MOVE "N" TO WS-CASE-FOUND-FLAG
           PERFORM FIND-CASE-ENTRY
              VARYING WS-CASE-IDX FROM 1 BY 1
              UNTIL WS-CASE-IDX > WS-CASE-USED OR WS-CASE-FOUND
           IF WS-MATCH-BALANCE < 0
              PERFORM NOTE-NEGATIVE-BALANCE
           ELSE
              IF WS-CASE-FOUND
                 MOVE WS-MATCH-BALANCE
                    TO WS-CASE-BALANCE (WS-CASE-IDX)
              END-IF
           END-IF.

       NOTE-NEGATIVE-BALANCE.
           IF NOT WS-CASE-FOUND
              IF WS-CASE-USED >= WS-CASE-MAX
                 IF WS-LOCALE-EN
                    DISPLAY "ERROR: more than " WS-CASE-MAX
                            " collections cases"
                 ELSE
                    DISPLAY "ERREUR: plus de " WS-CASE-MAX
                            " dossiers de recouvrement"
                 END-IF
                 MOVE 12 TO WS-RETURN-CODE
                 MOVE WS-RETURN-CODE TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-CASE-USED
              MOVE WS-CASE-USED TO WS-CASE-IDX
              MOVE WS-MATCH-USER TO WS-CASE-USER (WS-CASE-IDX)
              MOVE WS-RUN-DATE-NUM TO WS-CASE-SINCE (WS-CASE-IDX)
              MOVE 0 TO WS-CASE-DAYS (WS-CASE-IDX)
              MOVE 0 TO WS-CASE-LEVEL (WS-CASE-IDX)
              MOVE 0 TO WS-CASE-LEVEL-DATE (WS-CASE-IDX)
           END-IF
           MOVE WS-MATCH-BALANCE TO WS-CASE-BALANCE (WS-CASE-IDX)
           MOVE "Y" TO WS-CASE-SEEN-FLAG (WS-CASE-IDX).

       FIND-CASE-ENTRY.
           IF WS-CASE-USER (WS-CASE-IDX) = WS-MATCH-USER
              SET WS-CASE-FOUND TO TRUE
              SUBTRACT 1 FROM WS-CASE-IDX
           END-IF.

       FOLLOW-UP-ONE-CASE.
           MOVE WS-CASE-LEVEL (WS-CASE-IDX) TO WS-OLD-LEVEL
           IF WS-CASE-SEEN-FLAG (WS-CASE-IDX) NOT = "Y"
              ADD 1 TO WS-CURED-COUNT
              MOVE "REGULARISE" TO WS-CASE-ACTION
              IF WS-OLD-LEVEL = 4
                 MOVE "BLOCAGE LEVE" TO WS-CASE-ACTION
                 MOVE "INFO" TO WS-ALERT-SEVERITY
                 MOVE SPACES TO WS-ALERT-TEXT
                 STRING "RECOUVREMENT: BLOCAGE LEVE POUR "
                           DELIMITED BY SIZE
                        FUNCTION TRIM (WS-CASE-USER (WS-CASE-IDX))
                           DELIMITED BY SIZE
                        INTO WS-ALERT-TEXT
                 END-STRING
                 PERFORM WRITE-OPS-ALERT
              END-IF
              MOVE WS-OLD-LEVEL TO WS-NEW-LEVEL
              PERFORM WRITE-WORKLIST-LINE
           ELSE
              ADD 1 TO WS-OPEN-COUNT
              COMPUTE WS-CASE-DAYS (WS-CASE-IDX) =
                 FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM)
                 - FUNCTION INTEGER-OF-DATE
                      (WS-CASE-SINCE (WS-CASE-IDX))
                 + 1
              MOVE WS-OLD-LEVEL TO WS-NEW-LEVEL
              PERFORM FIND-DUE-LEVEL
                 VARYING WS-STEP-IDX FROM 1 BY 1
                 UNTIL WS-STEP-IDX > 4
              IF WS-NEW-LEVEL > WS-OLD-LEVEL
                 MOVE WS-NEW-LEVEL TO WS-CASE-LEVEL (WS-CASE-IDX)
                 MOVE WS-RUN-DATE-NUM
                    TO WS-CASE-LEVEL-DATE (WS-CASE-IDX)
                 IF WS-OLD-LEVEL = 0
                    MOVE "NOUVEAU" TO WS-CASE-ACTION
                 ELSE
                    MOVE "ESCALADE" TO WS-CASE-ACTION
                 END-IF
                 PERFORM ANNOUNCE-NEW-LEVEL
              ELSE
                 MOVE "SUIVI" TO WS-CASE-ACTION
              END-IF
              IF WS-NEW-LEVEL = 3
                 ADD 1 TO WS-REFERRED-COUNT
              END-IF
              IF WS-NEW-LEVEL = 4
                 ADD 1 TO WS-BLOCKED-COUNT
              END-IF
              PERFORM WRITE-WORKLIST-LINE
              PERFORM WRITE-CASE-RECORD
           END-IF.

       FIND-DUE-LEVEL.
           IF WS-CASE-DAYS (WS-CASE-IDX) >= WS-STEP-DAYS (WS-STEP-IDX)
              AND WS-STEP-IDX > WS-NEW-LEVEL
              MOVE WS-STEP-IDX TO WS-NEW-LEVEL
           END-IF.

      * Reminders and the block notice are written to the user;
      * the referral and the block are raised to operations.
       ANNOUNCE-NEW-LEVEL.
           EVALUATE WS-NEW-LEVEL
              WHEN 1
              WHEN 2
                 PERFORM WRITE-LETTER
              WHEN 3
                 MOVE "WARN" TO WS-ALERT-SEVERITY
                 MOVE SPACES TO WS-ALERT-TEXT
                 STRING "RECOUVREMENT: RENVOI SUPERVISEUR POUR "
                           DELIMITED BY SIZE
                        FUNCTION TRIM (WS-CASE-USER (WS-CASE-IDX))
                           DELIMITED BY SIZE
                        INTO WS-ALERT-TEXT
                 END-STRING
                 PERFORM WRITE-OPS-ALERT
              WHEN 4
                 PERFORM WRITE-LETTER
                 MOVE "WARN" TO WS-ALERT-SEVERITY
                 MOVE SPACES TO WS-ALERT-TEXT
                 STRING "RECOUVREMENT: DEBITS BLOQUES POUR "
                           DELIMITED BY SIZE
                        FUNCTION TRIM (WS-CASE-USER (WS-CASE-IDX))
                           DELIMITED BY SIZE
                        INTO WS-ALERT-TEXT
                 END-STRING
                 PERFORM WRITE-OPS-ALERT
           END-EVALUATE.

       WRITE-CASE-RECORD.
           MOVE SPACES TO COLLECTION-RECORD
           MOVE WS-CASE-USER (WS-CASE-IDX) TO CL-USER
           MOVE WS-CASE-SINCE (WS-CASE-IDX) TO CL-SINCE
           MOVE WS-CASE-DAYS (WS-CASE-IDX) TO CL-DAYS
           MOVE WS-CASE-LEVEL (WS-CASE-IDX) TO CL-LEVEL
           MOVE WS-CASE-LEVEL-DATE (WS-CASE-IDX) TO CL-LEVEL-DATE
           MOVE WS-CASE-BALANCE (WS-CASE-IDX) TO CL-BALANCE
           WRITE COLLECTION-RECORD.

       WRITE-WORKLIST-HEADER.
           MOVE SPACES TO WORKLIST-RECORD
           STRING "LISTE DE TRAVAIL RECOUVREMENT DU " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WORKLIST-RECORD
           END-STRING
           WRITE WORKLIST-RECORD
           MOVE SPACES TO WORKLIST-RECORD
           STRING "UTILISATEUR                              SOLDE "
                     DELIMITED BY SIZE
                  "DEPUIS    JOURS NIVEAU               ACTION"
                     DELIMITED BY SIZE
                  INTO WORKLIST-RECORD
           END-STRING
           WRITE WORKLIST-RECORD.

       WRITE-WORKLIST-LINE.
           EVALUATE WS-NEW-LEVEL
              WHEN 1
                 MOVE "RAPPEL" TO WS-LEVEL-LABEL
              WHEN 2
                 MOVE "DEUXIEME RAPPEL" TO WS-LEVEL-LABEL
              WHEN 3
                 MOVE "RENVOI SUPERVISEUR" TO WS-LEVEL-LABEL
              WHEN 4
                 MOVE "BLOCAGE DEBITS" TO WS-LEVEL-LABEL
              WHEN OTHER
                 MOVE SPACES TO WS-LEVEL-LABEL
           END-EVALUATE
           MOVE WS-CASE-BALANCE (WS-CASE-IDX) TO WS-BALANCE-EDIT
           MOVE WS-CASE-DAYS (WS-CASE-IDX) TO WS-DAYS-EDIT
           MOVE SPACES TO WORKLIST-RECORD
           STRING WS-CASE-USER (WS-CASE-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-BALANCE-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CASE-SINCE (WS-CASE-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DAYS-EDIT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LEVEL-LABEL DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CASE-ACTION DELIMITED BY SIZE
                  INTO WORKLIST-RECORD
           END-STRING
           WRITE WORKLIST-RECORD.

       WRITE-WORKLIST-TOTALS.
           MOVE SPACES TO WORKLIST-RECORD
           STRING "DOSSIERS OUVERTS: " DELIMITED BY SIZE
                  WS-OPEN-COUNT DELIMITED BY SIZE
                  "  CLOS: " DELIMITED BY SIZE
                  WS-CURED-COUNT DELIMITED BY SIZE
                  "  RENVOIS: " DELIMITED BY SIZE
                  WS-REFERRED-COUNT DELIMITED BY SIZE
                  "  BLOCAGES: " DELIMITED BY SIZE
                  WS-BLOCKED-COUNT DELIMITED BY SIZE
                  INTO WORKLIST-RECORD
           END-STRING
           WRITE WORKLIST-RECORD.

      * One letter per level reached, in the user's own language.
       WRITE-LETTER.
           MOVE WS-LOCALE TO WS-LETTER-LOCALE
           PERFORM FIND-USER-LOCALE
              VARYING WS-ULC-IDX FROM 1 BY 1
              UNTIL WS-ULC-IDX > WS-ULC-USED
           IF WS-LETTER-EN
              PERFORM WRITE-LETTER-EN
           ELSE
              PERFORM WRITE-LETTER-FR
           END-IF
           MOVE ALL "-" TO LETTER-RECORD
           WRITE LETTER-RECORD
           ADD 1 TO WS-LETTER-COUNT.

       FIND-USER-LOCALE.
           IF WS-ULC-USER (WS-ULC-IDX) = WS-CASE-USER (WS-CASE-IDX)
              AND (WS-ULC-LOCALE (WS-ULC-IDX) = "FR"
                   OR WS-ULC-LOCALE (WS-ULC-IDX) = "EN")
              MOVE WS-ULC-LOCALE (WS-ULC-IDX) TO WS-LETTER-LOCALE
           END-IF.

       WRITE-LETTER-FR.
           EVALUATE WS-NEW-LEVEL
              WHEN 1
                 MOVE "RAPPEL - SOLDE DEBITEUR" TO WS-LETTER-TITLE
                 MOVE SPACES TO WS-LETTER-CLOSING
                 STRING "Merci de regulariser votre position dans les "
                           DELIMITED BY SIZE
                        "meilleurs delais." DELIMITED BY SIZE
                        INTO WS-LETTER-CLOSING
                 END-STRING
              WHEN 2
                 MOVE "DEUXIEME RAPPEL - SOLDE DEBITEUR"
                    TO WS-LETTER-TITLE
                 MOVE SPACES TO WS-LETTER-CLOSING
                 STRING "Sans regularisation, le dossier sera transmis "
                           DELIMITED BY SIZE
                        "a votre superviseur." DELIMITED BY SIZE
                        INTO WS-LETTER-CLOSING
                 END-STRING
              WHEN OTHER
                 MOVE "AVIS DE BLOCAGE - SOLDE DEBITEUR"
                    TO WS-LETTER-TITLE
                 MOVE SPACES TO WS-LETTER-CLOSING
                 STRING "Les operations au debit sont bloquees jusqu'a "
                           DELIMITED BY SIZE
                        "regularisation." DELIMITED BY SIZE
                        INTO WS-LETTER-CLOSING
                 END-STRING
           END-EVALUATE
           MOVE WS-LETTER-TITLE TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           STRING "DESTINATAIRE: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CASE-USER (WS-CASE-IDX))
                     DELIMITED BY SIZE
                  INTO LETTER-RECORD
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           STRING "DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO LETTER-RECORD
           END-STRING
           WRITE LETTER-RECORD
           MOVE WS-CASE-BALANCE (WS-CASE-IDX) TO WS-BALANCE-EDIT
           MOVE WS-CASE-DAYS (WS-CASE-IDX) TO WS-DAYS-EDIT
           MOVE SPACES TO LETTER-RECORD
           STRING "Votre solde est de " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BALANCE-EDIT) DELIMITED BY SIZE
                  ", debiteur depuis le " DELIMITED BY SIZE
                  WS-CASE-SINCE (WS-CASE-IDX) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DAYS-EDIT) DELIMITED BY SIZE
                  " jours)." DELIMITED BY SIZE
                  INTO LETTER-RECORD
           END-STRING
           WRITE LETTER-RECORD
           MOVE WS-LETTER-CLOSING TO LETTER-RECORD
           WRITE LETTER-RECORD.

       WRITE-LETTER-EN.
           EVALUATE WS-NEW-LEVEL
              WHEN 1
                 MOVE "REMINDER - NEGATIVE BALANCE" TO WS-LETTER-TITLE
                 MOVE SPACES TO WS-LETTER-CLOSING
                 STRING "Please bring your balance back into credit as "
                           DELIMITED BY SIZE
                        "soon as possible." DELIMITED BY SIZE
                        INTO WS-LETTER-CLOSING
                 END-STRING
              WHEN 2
                 MOVE "SECOND REMINDER - NEGATIVE BALANCE"
                    TO WS-LETTER-TITLE
                 MOVE SPACES TO WS-LETTER-CLOSING
                 STRING "Unless the balance is restored, the case will "
                           DELIMITED BY SIZE
                        "go to your supervisor." DELIMITED BY SIZE
                        INTO WS-LETTER-CLOSING
                 END-STRING
              WHEN OTHER
                 MOVE "BLOCK NOTICE - NEGATIVE BALANCE"
                    TO WS-LETTER-TITLE
                 MOVE SPACES TO WS-LETTER-CLOSING
                 STRING "Debit operations are blocked until the "
                           DELIMITED BY SIZE
                        "balance is restored." DELIMITED BY SIZE
                        INTO WS-LETTER-CLOSING
                 END-STRING
           END-EVALUATE
           MOVE WS-LETTER-TITLE TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           STRING "TO: " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-CASE-USER (WS-CASE-IDX))
                     DELIMITED BY SIZE
                  INTO LETTER-RECORD
           END-STRING
           WRITE LETTER-RECORD
           MOVE SPACES TO LETTER-RECORD
           STRING "DATE: " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO LETTER-RECORD
           END-STRING
           WRITE LETTER-RECORD
           MOVE WS-CASE-BALANCE (WS-CASE-IDX) TO WS-BALANCE-EDIT
           MOVE WS-CASE-DAYS (WS-CASE-IDX) TO WS-DAYS-EDIT
           MOVE SPACES TO LETTER-RECORD
           STRING "Your balance is " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BALANCE-EDIT) DELIMITED BY SIZE
                  ", negative since " DELIMITED BY SIZE
                  WS-CASE-SINCE (WS-CASE-IDX) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM (WS-DAYS-EDIT) DELIMITED BY SIZE
                  " days)." DELIMITED BY SIZE
                  INTO LETTER-RECORD
           END-STRING
           WRITE LETTER-RECORD
           MOVE WS-LETTER-CLOSING TO LETTER-RECORD
           WRITE LETTER-RECORD.

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

       END PROGRAM COLLECTIONS.
