       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECKLIST-SIGN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKLIST-DEF-FILE
           ASSIGN TO DYNAMIC WS-CHECKLIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECKLIST-STATUS.

           SELECT SIGN-FILE ASSIGN TO DYNAMIC WS-SIGN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIGN-STATUS.

           SELECT DAY-STATUS-FILE
           ASSIGN TO DYNAMIC WS-DAY-STATUS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DAY-STATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHECKLIST-DEF-FILE.
       01 CHECKLIST-DEF-RECORD.
           COPY CHKDEF.

       FD SIGN-FILE.
       01 SIGN-RECORD.
           COPY CHKSIGN.

       FD DAY-STATUS-FILE.
       01 DAY-STATUS-RECORD.
          05 DST-DATE             PIC X(8).
          05 FILLER               PIC X(1).
          05 DST-STATE            PIC X(8).
          05 FILLER               PIC X(1).
          05 DST-USER             PIC X(30).
          05 FILLER               PIC X(1).
          05 DST-REASON           PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-CHECKLIST-FILENAME   PIC X(100)  VALUE SPACES.
       01 WS-CHECKLIST-STATUS     PIC X(2).
       01 WS-CHECKLIST-EOF-FLAG   PIC X(1)    VALUE "N".
          88 WS-CHECKLIST-EOF                 VALUE "Y".
       01 WS-SIGN-FILENAME        PIC X(100)  VALUE SPACES.
       01 WS-SIGN-STATUS          PIC X(2).
       01 WS-SIGN-EOF-FLAG        PIC X(1)    VALUE "N".
          88 WS-SIGN-EOF                      VALUE "Y".
       01 WS-DAY-STATUS-FILENAME  PIC X(100)  VALUE "day_status.dat".
       01 WS-DAY-STATUS-STATUS    PIC X(2).
       01 WS-DAY-STATUS-EOF-FLAG  PIC X(1)    VALUE "N".
          88 WS-DAY-STATUS-EOF                VALUE "Y".
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-USER-NAME            PIC X(30)   VALUE SPACES.
       01 WS-USER-ROLE            PIC X(1)    VALUE SPACE.
       01 WS-USER-DEPT            PIC X(10).
       01 WS-AS-OF-DATE           PIC X(8)    VALUE SPACES.
       01 WS-HIST-STATUS          PIC 9(2).
       01 WS-RUN-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-CHECK-DATE           PIC X(8)    VALUE SPACES.
       01 WS-TIMESTAMP            PIC X(21).
       01 WS-DAY-STATE            PIC X(8)    VALUE SPACES.

       01 WS-TARGET-TASK          PIC X(8)    VALUE SPACES.
       01 WS-SIGN-COMMENT         PIC X(60)   VALUE SPACES.

       01 WS-TASK-TABLE.
          05 WS-TASK-ENTRY OCCURS 50 TIMES.
             10 WS-TASK-ID        PIC X(8).
             10 WS-TASK-MANDATORY PIC X(1).
             10 WS-TASK-SUPERVISOR PIC X(1).
             10 WS-TASK-DESC      PIC X(60).
             10 WS-TASK-SIGNER    PIC X(30).
             10 WS-TASK-SIGN-ROLE PIC X(1).
       01 WS-TASK-USED            PIC 9(2)    VALUE 0.
       01 WS-TASK-MAX             PIC 9(2)    VALUE 50.
       01 WS-TASK-IDX             PIC 9(2).
       01 WS-FOUND-IDX            PIC 9(2)    VALUE 0.
       01 WS-TASK-FOUND-FLAG      PIC X(1)    VALUE "N".
          88 WS-TASK-FOUND                    VALUE "Y".
       01 WS-MISSING-COUNT        PIC 9(2)    VALUE 0.

       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.
       01 WS-AUTH-PASSWORD        PIC X(30)   VALUE SPACES.
       01 WS-AUTH-NEW-PASSWORD    PIC X(30)   VALUE SPACES.
       01 WS-AUTH-STATUS          PIC 9(2)    VALUE 0.
       01 WS-AUTH-SET-STATUS      PIC 9(2)    VALUE 0.

      * The manual end-of-day tasks (bank statements received, cash
      * counted, treasury told about holds) are ticked here by the
      * operator who did them, with a comment, before the close.
      * Supervisor-only tasks take a supervisor's signature.  With
      * no CHECK_TASK the program lists the day's checklist and who
      * signed what, so the shift can see what is still open.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           PERFORM CHECK-USER-AUTH

           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           ACCEPT WS-CHECK-DATE FROM ENVIRONMENT "CHECK_DATE"
           IF WS-CHECK-DATE NOT NUMERIC OR WS-CHECK-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-CHECK-DATE
           END-IF

           ACCEPT WS-CHECKLIST-FILENAME FROM ENVIRONMENT
                  "CHECKLIST_FILE"
           IF WS-CHECKLIST-FILENAME = SPACES
              MOVE "eod_checklist.dat" TO WS-CHECKLIST-FILENAME
           END-IF
           MOVE SPACES TO WS-SIGN-FILENAME
           STRING "eod_checklist-" DELIMITED BY SIZE
                  WS-CHECK-DATE    DELIMITED BY SIZE
                  ".dat"           DELIMITED BY SIZE
                  INTO WS-SIGN-FILENAME
           END-STRING

           PERFORM LOAD-CHECKLIST
           IF WS-TASK-USED = 0
              IF WS-LOCALE-EN
                 DISPLAY "Error: no checklist defined in "
                         FUNCTION TRIM (WS-CHECKLIST-FILENAME)
              ELSE
                 DISPLAY "Erreur: aucune liste de controle dans "
                         FUNCTION TRIM (WS-CHECKLIST-FILENAME)
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-SIGNATURES

           MOVE SPACES TO WS-TARGET-TASK
           ACCEPT WS-TARGET-TASK FROM ENVIRONMENT "CHECK_TASK"
           IF WS-TARGET-TASK = SPACES
              PERFORM LIST-CHECKLIST
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM FIND-TARGET-TASK
           IF NOT WS-TASK-FOUND
              IF WS-LOCALE-EN
                 DISPLAY "Error: unknown checklist task "
                         WS-TARGET-TASK
              ELSE
                 DISPLAY "Erreur: tache inconnue " WS-TARGET-TASK
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM READ-DAY-STATE
           IF WS-DAY-STATE = "CLOSED"
              IF WS-LOCALE-EN
                 DISPLAY "REFUSED: day " WS-CHECK-DATE
                         " is already closed"
              ELSE
                 DISPLAY "REFUSE: la journee " WS-CHECK-DATE
                         " est deja cloturee"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           CALL "PROFILE_HISTORY" USING WS-USER-NAME,
                                        WS-AS-OF-DATE,
                                        WS-USER-DEPT,
                                        WS-USER-ROLE,
                                        WS-HIST-STATUS
           IF WS-HIST-STATUS = 8
              MOVE SPACE TO WS-USER-ROLE
           END-IF
           IF WS-TASK-SUPERVISOR (WS-FOUND-IDX) = "Y"
              AND WS-USER-ROLE NOT = "S"
              IF WS-LOCALE-EN
                 DISPLAY "REFUSED: task " WS-TARGET-TASK
                         " needs a supervisor's sign-off"
              ELSE
                 DISPLAY "REFUSE: la tache " WS-TARGET-TASK
                         " doit etre signee par un superviseur"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-TASK-SIGNER (WS-FOUND-IDX) NOT = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "Task " WS-TARGET-TASK
                         " already signed by "
                         FUNCTION TRIM (WS-TASK-SIGNER (WS-FOUND-IDX))
              ELSE
                 DISPLAY "Tache " WS-TARGET-TASK " deja signee par "
                         FUNCTION TRIM (WS-TASK-SIGNER (WS-FOUND-IDX))
              END-IF
              MOVE 4 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-SIGN-COMMENT FROM ENVIRONMENT "CHECK_COMMENT"
           IF WS-SIGN-COMMENT = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "Comment?"
              ELSE
                 DISPLAY "Commentaire?"
              END-IF
              ACCEPT WS-SIGN-COMMENT
           END-IF
           IF WS-SIGN-COMMENT = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "Error: a comment is required"
              ELSE
                 DISPLAY "Erreur: commentaire requis"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM APPEND-SIGNATURE
           IF WS-LOCALE-EN
              DISPLAY "Task " WS-TARGET-TASK " signed by "
                      FUNCTION TRIM (WS-USER-NAME)
                      " for " WS-CHECK-DATE
           ELSE
              DISPLAY "Tache " WS-TARGET-TASK " signee par "
                      FUNCTION TRIM (WS-USER-NAME)
                      " pour le " WS-CHECK-DATE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-CHECKLIST.
           MOVE 0 TO WS-TASK-USED
           MOVE "N" TO WS-CHECKLIST-EOF-FLAG
           OPEN INPUT CHECKLIST-DEF-FILE
           IF WS-CHECKLIST-STATUS = "00"
              PERFORM READ-CHECKLIST-RECORD
              PERFORM STORE-CHECKLIST-TASK UNTIL WS-CHECKLIST-EOF
              CLOSE CHECKLIST-DEF-FILE
           END-IF.

       READ-CHECKLIST-RECORD.
           READ CHECKLIST-DEF-FILE
              AT END
                 SET WS-CHECKLIST-EOF TO TRUE
           END-READ.

       STORE-CHECKLIST-TASK.
           IF CD-TASK-ID NOT = SPACES AND CD-TASK-ID (1:1) NOT = "*"
              AND WS-TASK-USED < WS-TASK-MAX
              ADD 1 TO WS-TASK-USED
              MOVE CD-TASK-ID TO WS-TASK-ID (WS-TASK-USED)
              MOVE CD-MANDATORY TO WS-TASK-MANDATORY (WS-TASK-USED)
              MOVE CD-SUPERVISOR TO WS-TASK-SUPERVISOR (WS-TASK-USED)
              MOVE CD-DESCRIPTION TO WS-TASK-DESC (WS-TASK-USED)
              MOVE SPACES TO WS-TASK-SIGNER (WS-TASK-USED)
              MOVE SPACE TO WS-TASK-SIGN-ROLE (WS-TASK-USED)
           END-IF
           PERFORM READ-CHECKLIST-RECORD.

      * A supervisor-only task signed by someone who was not a
      * supervisor does not count, so a later supervisor signature
      * is still accepted on top of it.
       LOAD-SIGNATURES.
           MOVE "N" TO WS-SIGN-EOF-FLAG
           OPEN INPUT SIGN-FILE
           IF WS-SIGN-STATUS = "00"
              PERFORM READ-SIGN-RECORD
              PERFORM STORE-SIGNATURE UNTIL WS-SIGN-EOF
              CLOSE SIGN-FILE
           END-IF.

       READ-SIGN-RECORD.
           READ SIGN-FILE
              AT END
                 SET WS-SIGN-EOF TO TRUE
           END-READ.

       STORE-SIGNATURE.
           IF CS-DATE = WS-CHECK-DATE
              MOVE CS-TASK-ID TO WS-TARGET-TASK
              PERFORM FIND-TARGET-TASK
              IF WS-TASK-FOUND
                 IF WS-TASK-SUPERVISOR (WS-FOUND-IDX) NOT = "Y"
                    OR CS-ROLE = "S"
                    MOVE CS-USER TO WS-TASK-SIGNER (WS-FOUND-IDX)
                    MOVE CS-ROLE TO WS-TASK-SIGN-ROLE (WS-FOUND-IDX)
                 END-IF
              END-IF
           END-IF
           PERFORM READ-SIGN-RECORD.

       FIND-TARGET-TASK.
           MOVE "N" TO WS-TASK-FOUND-FLAG
           MOVE 0 TO WS-FOUND-IDX
           PERFORM MATCH-TARGET-TASK
              VARYING WS-TASK-IDX FROM 1 BY 1
              UNTIL WS-TASK-IDX > WS-TASK-USED OR WS-TASK-FOUND.

       MATCH-TARGET-TASK.
           IF WS-TASK-ID (WS-TASK-IDX) = WS-TARGET-TASK
              SET WS-TASK-FOUND TO TRUE
              MOVE WS-TASK-IDX TO WS-FOUND-IDX
           END-IF.

       READ-DAY-STATE.
           MOVE SPACES TO WS-DAY-STATE
           MOVE "N" TO WS-DAY-STATUS-EOF-FLAG
           OPEN INPUT DAY-STATUS-FILE
           IF WS-DAY-STATUS-STATUS = "00"
              PERFORM READ-DAY-STATUS-RECORD
              PERFORM TRACK-DAY-STATE UNTIL WS-DAY-STATUS-EOF
              CLOSE DAY-STATUS-FILE
           END-IF.

       READ-DAY-STATUS-RECORD.
           READ DAY-STATUS-FILE
              AT END
                 SET WS-DAY-STATUS-EOF TO TRUE
           END-READ.

       TRACK-DAY-STATE.
           IF DST-DATE = WS-CHECK-DATE
              MOVE DST-STATE TO WS-DAY-STATE
           END-IF
           PERFORM READ-DAY-STATUS-RECORD.

       LIST-CHECKLIST.
           MOVE 0 TO WS-MISSING-COUNT
           IF WS-LOCALE-EN
              DISPLAY "=== End-of-day checklist: " WS-CHECK-DATE
                      " ==="
           ELSE
              DISPLAY "=== Liste de fin de journee: " WS-CHECK-DATE
                      " ==="
           END-IF
           PERFORM LIST-ONE-TASK
              VARYING WS-TASK-IDX FROM 1 BY 1
              UNTIL WS-TASK-IDX > WS-TASK-USED
           IF WS-MISSING-COUNT > 0
              IF WS-LOCALE-EN
                 DISPLAY WS-MISSING-COUNT
                         " mandatory tasks still unsigned"
              ELSE
                 DISPLAY WS-MISSING-COUNT
                         " taches obligatoires non signees"
              END-IF
              MOVE 4 TO WS-RETURN-CODE
           END-IF.

       LIST-ONE-TASK.
           IF WS-TASK-SIGNER (WS-TASK-IDX) NOT = SPACES
              DISPLAY "  [X] " WS-TASK-ID (WS-TASK-IDX) " "
                      FUNCTION TRIM (WS-TASK-DESC (WS-TASK-IDX))
                      " - "
                      FUNCTION TRIM (WS-TASK-SIGNER (WS-TASK-IDX))
           ELSE
              DISPLAY "  [ ] " WS-TASK-ID (WS-TASK-IDX) " "
                      FUNCTION TRIM (WS-TASK-DESC (WS-TASK-IDX))
              IF WS-TASK-MANDATORY (WS-TASK-IDX) = "Y"
                 ADD 1 TO WS-MISSING-COUNT
              END-IF
           END-IF.

       APPEND-SIGNATURE.
           OPEN EXTEND SIGN-FILE
           IF WS-SIGN-STATUS = "35"
              OPEN OUTPUT SIGN-FILE
           END-IF
           IF WS-SIGN-STATUS = "00"
              MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
              MOVE SPACES TO SIGN-RECORD
              MOVE WS-CHECK-DATE TO CS-DATE
              MOVE WS-TARGET-TASK TO CS-TASK-ID
              MOVE WS-USER-NAME TO CS-USER
              MOVE WS-USER-ROLE TO CS-ROLE
              MOVE WS-TIMESTAMP (1:14) TO CS-STAMP
              MOVE WS-SIGN-COMMENT TO CS-COMMENT
              WRITE SIGN-RECORD
              CLOSE SIGN-FILE
           ELSE
              IF WS-LOCALE-EN
                 DISPLAY "Error: cannot write "
                         FUNCTION TRIM (WS-SIGN-FILENAME)
              ELSE
                 DISPLAY "Erreur: ecriture impossible "
                         FUNCTION TRIM (WS-SIGN-FILENAME)
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
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

       END PROGRAM CHECKLIST-SIGN.
