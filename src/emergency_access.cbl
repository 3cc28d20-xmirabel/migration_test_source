       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMERGENCY-ACCESS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSION-FILE ASSIGN TO DYNAMIC WS-SESSION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SESSION-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SESSION-FILE.
       01 BG-SESSION-RECORD.
           COPY BGSESS.

       FD JOURNAL-FILE.
       01 BG-JOURNAL-RECORD.
           COPY BGJRNL.

       WORKING-STORAGE SECTION.
       01 WS-SESSION-FILENAME     PIC X(100)  VALUE SPACES.
       01 WS-SESSION-STATUS       PIC X(2).
       01 WS-SESSION-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-SESSION-EOF                   VALUE "Y".
       01 WS-JOURNAL-FILENAME     PIC X(100)  VALUE SPACES.
       01 WS-JOURNAL-STATUS       PIC X(2).
       01 WS-JOURNAL-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-JOURNAL-EOF                   VALUE "Y".
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

       01 WS-BG-ACTION            PIC X(6)    VALUE SPACES.
          88 WS-ACTION-OPEN                   VALUE "OPEN".
          88 WS-ACTION-REVIEW                 VALUE "REVIEW".
          88 WS-ACTION-LIST                   VALUES "LIST", SPACES.
       01 WS-BG-TEXT              PIC X(60)   VALUE SPACES.
       01 WS-BG-MINUTES-TEXT      PIC X(4)    VALUE SPACES.
       01 WS-BG-MINUTES           PIC 9(4)    VALUE 60.
       01 WS-BG-MAX-MINUTES       PIC 9(4)    VALUE 240.
       01 WS-BG-SESSION           PIC X(14)   VALUE SPACES.
       01 WS-BG-STATUS            PIC 9(2).
       01 WS-BG-PROGRAM           PIC X(12)   VALUE "EMERG-ACCESS".
       01 WS-BG-JOURNAL-TEXT      PIC X(60).

       01 WS-TIMESTAMP            PIC X(21).
       01 WS-NOW-STAMP            PIC X(14).
       01 WS-NOW-PARTS REDEFINES WS-NOW-STAMP.
          05 WS-NOW-DATE          PIC 9(8).
          05 WS-NOW-HH            PIC 9(2).
          05 WS-NOW-MI            PIC 9(2).
          05 WS-NOW-SS            PIC 9(2).
       01 WS-EXPIRY-STAMP         PIC X(14).
       01 WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-STAMP.
          05 WS-EXPIRY-DATE       PIC 9(8).
          05 WS-EXPIRY-HH         PIC 9(2).
          05 WS-EXPIRY-MI         PIC 9(2).
          05 WS-EXPIRY-SS         PIC 9(2).
       01 WS-DAY-INT              PIC 9(7).
       01 WS-TOTAL-MINUTES        PIC 9(7).
       01 WS-EXTRA-DAYS           PIC 9(3).
       01 WS-DAY-MINUTES          PIC 9(4).

      * Review bookkeeping: the session picked for review and the
      * list of sessions still awaiting one.
       01 WS-TARGET-FOUND-FLAG    PIC X(1)    VALUE "N".
          88 WS-TARGET-FOUND                  VALUE "Y".
       01 WS-TARGET-REVIEWED-FLAG PIC X(1)    VALUE "N".
          88 WS-TARGET-REVIEWED               VALUE "Y".
       01 WS-TARGET-USER          PIC X(30).
       01 WS-TARGET-BUS-DATE      PIC X(8).
       01 WS-TARGET-EXPIRY        PIC X(14).
       01 WS-TARGET-REASON        PIC X(60).
       01 WS-SES-TABLE.
          05 WS-SES-ENTRY OCCURS 200 TIMES.
             10 WS-SES-ID         PIC X(14).
             10 WS-SES-USER       PIC X(30).
             10 WS-SES-BUS-DATE   PIC X(8).
             10 WS-SES-REASON     PIC X(60).
             10 WS-SES-REVIEWED   PIC X(1).
       01 WS-SES-USED             PIC 9(3)    VALUE 0.
       01 WS-SES-MAX              PIC 9(3)    VALUE 200.
       01 WS-SES-IDX              PIC 9(3).
       01 WS-SES-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-SES-FOUND                     VALUE "Y".
       01 WS-OPEN-COUNT           PIC 9(3)    VALUE 0.
       01 WS-ACTION-COUNT         PIC 9(5)    VALUE 0.

       01 WS-ALERT-PROGRAM        PIC X(12)   VALUE "EMERG-ACCESS".
       01 WS-ALERT-SEVERITY       PIC X(6).
       01 WS-ALERT-TEXT           PIC X(80).
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.
       01 WS-AUTH-PASSWORD        PIC X(30)   VALUE SPACES.
       01 WS-AUTH-NEW-PASSWORD    PIC X(30)   VALUE SPACES.
       01 WS-AUTH-STATUS          PIC 9(2)    VALUE 0.
       01 WS-AUTH-SET-STATUS      PIC 9(2)    VALUE 0.

      * Break-glass procedure for nights with no supervisor on site.
      * OPEN gives the authenticated operator supervisor rights for
      * a limited time (BG_MINUTES, default 60, at most 240) against
      * a stated reason (BG_TEXT), and raises a SEVERE alert at
      * once.  Hold review and profile maintenance honour the rights
      * and journal every action taken under them.  REVIEW is the
      * supervisor's sign-off the next business day (BG_SESSION,
      * comment in BG_TEXT), shown the session's journal first; an
      * unreviewed session from an earlier day blocks the day close.
      * LIST, the default, shows the sessions awaiting review.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           PERFORM CHECK-USER-AUTH

           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           ACCEPT WS-BG-ACTION FROM ENVIRONMENT "BG_ACTION"
           ACCEPT WS-BG-TEXT FROM ENVIRONMENT "BG_TEXT"
           ACCEPT WS-BG-SESSION FROM ENVIRONMENT "BG_SESSION"
           ACCEPT WS-BG-MINUTES-TEXT FROM ENVIRONMENT "BG_MINUTES"
           IF WS-BG-MINUTES-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL (WS-BG-MINUTES-TEXT)
                 TO WS-BG-MINUTES
           END-IF
           IF WS-BG-MINUTES > WS-BG-MAX-MINUTES
              MOVE WS-BG-MAX-MINUTES TO WS-BG-MINUTES
           END-IF
           IF WS-BG-MINUTES = 0
              MOVE 60 TO WS-BG-MINUTES
           END-IF
           ACCEPT WS-SESSION-FILENAME FROM ENVIRONMENT
                  "BREAK_GLASS_FILE"
           IF WS-SESSION-FILENAME = SPACES
              MOVE "break_glass.dat" TO WS-SESSION-FILENAME
           END-IF
           ACCEPT WS-JOURNAL-FILENAME FROM ENVIRONMENT
                  "BREAK_GLASS_JOURNAL"
           IF WS-JOURNAL-FILENAME = SPACES
              MOVE "break_glass_journal.dat" TO WS-JOURNAL-FILENAME
           END-IF

           CALL "PROFILE_HISTORY" USING WS-USER-NAME,
                                        WS-AS-OF-DATE,
                                        WS-USER-DEPT,
                                        WS-USER-ROLE,
                                        WS-HIST-STATUS
           IF WS-HIST-STATUS = 8
              MOVE SPACE TO WS-USER-ROLE
           END-IF

           EVALUATE TRUE
              WHEN WS-ACTION-OPEN
                 PERFORM DO-OPEN-SESSION
              WHEN WS-ACTION-REVIEW
                 PERFORM DO-REVIEW-SESSION
              WHEN WS-ACTION-LIST
                 PERFORM DO-LIST-SESSIONS
              WHEN OTHER
                 IF WS-LOCALE-EN
                    DISPLAY "Error: BG_ACTION must be OPEN, REVIEW "
                            "or LIST"
                 ELSE
                    DISPLAY "Erreur: BG_ACTION doit valoir OPEN, "
                            "REVIEW ou LIST"
                 END-IF
                 MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       DO-OPEN-SESSION.
           CALL "BREAK_GLASS" USING WS-USER-NAME, WS-BG-SESSION,
                                    WS-BG-STATUS
           EVALUATE TRUE
              WHEN WS-USER-ROLE = "S"
                 IF WS-LOCALE-EN
                    DISPLAY FUNCTION TRIM (WS-USER-NAME)
                            " already holds supervisor rights"
                 ELSE
                    DISPLAY FUNCTION TRIM (WS-USER-NAME)
                            " dispose deja des droits superviseur"
                 END-IF
                 MOVE 4 TO WS-RETURN-CODE
              WHEN WS-BG-STATUS = 0
                 IF WS-LOCALE-EN
                    DISPLAY "Emergency session " WS-BG-SESSION
                            " is still active"
                 ELSE
                    DISPLAY "Session d'urgence " WS-BG-SESSION
                            " toujours active"
                 END-IF
                 MOVE 4 TO WS-RETURN-CODE
              WHEN WS-BG-TEXT = SPACES
                 IF WS-LOCALE-EN
                    DISPLAY "Error: a reason is required (BG_TEXT)"
                 ELSE
                    DISPLAY "Erreur: motif requis (BG_TEXT)"
                 END-IF
                 MOVE 12 TO WS-RETURN-CODE
              WHEN OTHER
                 PERFORM WRITE-OPEN-SESSION
           END-EVALUATE.

       WRITE-OPEN-SESSION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:14) TO WS-NOW-STAMP
           PERFORM COMPUTE-EXPIRY
           MOVE SPACES TO BG-SESSION-RECORD
           MOVE WS-NOW-STAMP TO BG-SESSION-ID
           MOVE "O" TO BG-STATE
           MOVE WS-USER-NAME TO BG-USER
           MOVE WS-RUN-DATE TO BG-BUS-DATE
           MOVE WS-EXPIRY-STAMP TO BG-EXPIRY
           MOVE WS-BG-TEXT TO BG-TEXT
           PERFORM APPEND-SESSION-RECORD

           MOVE WS-NOW-STAMP TO WS-BG-SESSION
           MOVE SPACES TO WS-BG-JOURNAL-TEXT
           STRING "OUVERTURE: " DELIMITED BY SIZE
                  WS-BG-TEXT    DELIMITED BY SIZE
                  INTO WS-BG-JOURNAL-TEXT
           END-STRING
           CALL "BREAK_GLASS_LOG" USING WS-BG-SESSION, WS-USER-NAME,
                                        WS-BG-PROGRAM,
                                        WS-BG-JOURNAL-TEXT

           MOVE "SEVERE" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "ACCES D'URGENCE OUVERT PAR " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-USER-NAME) DELIMITED BY SIZE
                  ": "                         DELIMITED BY SIZE
                  WS-BG-TEXT                   DELIMITED BY SIZE
                  INTO WS-ALERT-TEXT
           END-STRING
           CALL "ALERT_LOG" USING WS-ALERT-PROGRAM,
                                   WS-ALERT-SEVERITY, WS-ALERT-TEXT

           IF WS-LOCALE-EN
              DISPLAY "Emergency session " WS-BG-SESSION
                      " opened - supervisor rights until "
                      WS-EXPIRY-STAMP
           ELSE
              DISPLAY "Session d'urgence " WS-BG-SESSION
                      " ouverte - droits superviseur jusqu'au "
                      WS-EXPIRY-STAMP
           END-IF
           IF WS-LOCALE-EN
              DISPLAY "Every action is journalled and must be "
                      "reviewed by a supervisor"
           ELSE
              DISPLAY "Chaque action est journalisee et sera revue "
                      "par un superviseur"
           END-IF.

       COMPUTE-EXPIRY.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE (WS-NOW-DATE)
           COMPUTE WS-TOTAL-MINUTES =
              WS-NOW-HH * 60 + WS-NOW-MI + WS-BG-MINUTES
           DIVIDE WS-TOTAL-MINUTES BY 1440 GIVING WS-EXTRA-DAYS
              REMAINDER WS-DAY-MINUTES
           ADD WS-EXTRA-DAYS TO WS-DAY-INT
           COMPUTE WS-EXPIRY-DATE =
              FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           DIVIDE WS-DAY-MINUTES BY 60 GIVING WS-EXPIRY-HH
              REMAINDER WS-EXPIRY-MI
           MOVE WS-NOW-SS TO WS-EXPIRY-SS.

      * Only a supervisor in their own right may review, never the
      * operator who broke the glass.
       DO-REVIEW-SESSION.
           IF WS-USER-ROLE NOT = "S"
              IF WS-LOCALE-EN
                 DISPLAY "REFUSED: " FUNCTION TRIM (WS-USER-NAME)
                         " is not a supervisor"
              ELSE
                 DISPLAY "REFUSE: " FUNCTION TRIM (WS-USER-NAME)
                         " n'est pas superviseur"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              PERFORM FIND-TARGET-SESSION
              EVALUATE TRUE
                 WHEN NOT WS-TARGET-FOUND
                    IF WS-LOCALE-EN
                       DISPLAY "Error: unknown session "
                               WS-BG-SESSION
                    ELSE
                       DISPLAY "Erreur: session inconnue "
                               WS-BG-SESSION
                    END-IF
                    MOVE 12 TO WS-RETURN-CODE
                 WHEN WS-TARGET-REVIEWED
                    IF WS-LOCALE-EN
                       DISPLAY "Session " WS-BG-SESSION
                               " already reviewed"
                    ELSE
                       DISPLAY "Session " WS-BG-SESSION
                               " deja revue"
                    END-IF
                    MOVE 4 TO WS-RETURN-CODE
                 WHEN WS-TARGET-USER = WS-USER-NAME
                    IF WS-LOCALE-EN
                       DISPLAY "REFUSED: a session may not be "
                               "reviewed by its own user"
                    ELSE
                       DISPLAY "REFUSE: une session ne peut etre "
                               "revue par son utilisateur"
                    END-IF
                    MOVE 12 TO WS-RETURN-CODE
                 WHEN OTHER
                    PERFORM LIST-SESSION-JOURNAL
                    IF WS-BG-TEXT = SPACES
                       IF WS-LOCALE-EN
                          DISPLAY "Error: a review comment is "
                                  "required (BG_TEXT)"
                       ELSE
                          DISPLAY "Erreur: commentaire de revue "
                                  "requis (BG_TEXT)"
                       END-IF
                       MOVE 12 TO WS-RETURN-CODE
                    ELSE
                       PERFORM WRITE-REVIEW-RECORD
                    END-IF
              END-EVALUATE
           END-IF.

       FIND-TARGET-SESSION.
           MOVE "N" TO WS-TARGET-FOUND-FLAG
           MOVE "N" TO WS-TARGET-REVIEWED-FLAG
           MOVE "N" TO WS-SESSION-EOF-FLAG
           OPEN INPUT SESSION-FILE
           IF WS-SESSION-STATUS = "00"
              PERFORM READ-SESSION-RECORD
              PERFORM MATCH-TARGET-SESSION UNTIL WS-SESSION-EOF
              CLOSE SESSION-FILE
           END-IF.

       READ-SESSION-RECORD.
           READ SESSION-FILE
              AT END
                 SET WS-SESSION-EOF TO TRUE
           END-READ.

       MATCH-TARGET-SESSION.
           IF BG-SESSION-ID = WS-BG-SESSION
              IF BG-OPENED
                 SET WS-TARGET-FOUND TO TRUE
                 MOVE BG-USER TO WS-TARGET-USER
                 MOVE BG-BUS-DATE TO WS-TARGET-BUS-DATE
                 MOVE BG-EXPIRY TO WS-TARGET-EXPIRY
                 MOVE BG-TEXT TO WS-TARGET-REASON
              END-IF
              IF BG-REVIEWED
                 SET WS-TARGET-REVIEWED TO TRUE
              END-IF
           END-IF
           PERFORM READ-SESSION-RECORD.

       LIST-SESSION-JOURNAL.
           IF WS-LOCALE-EN
              DISPLAY "=== Emergency session " WS-BG-SESSION " - "
                      FUNCTION TRIM (WS-TARGET-USER) " ==="
              DISPLAY "Reason: " FUNCTION TRIM (WS-TARGET-REASON)
           ELSE
              DISPLAY "=== Session d'urgence " WS-BG-SESSION " - "
                      FUNCTION TRIM (WS-TARGET-USER) " ==="
              DISPLAY "Motif: " FUNCTION TRIM (WS-TARGET-REASON)
           END-IF
           MOVE 0 TO WS-ACTION-COUNT
           MOVE "N" TO WS-JOURNAL-EOF-FLAG
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "00"
              PERFORM READ-JOURNAL-RECORD
              PERFORM SHOW-JOURNAL-RECORD UNTIL WS-JOURNAL-EOF
              CLOSE JOURNAL-FILE
           END-IF
           IF WS-LOCALE-EN
              DISPLAY "Journalled actions: " WS-ACTION-COUNT
           ELSE
              DISPLAY "Actions journalisees: " WS-ACTION-COUNT
           END-IF.

       READ-JOURNAL-RECORD.
           READ JOURNAL-FILE
              AT END
                 SET WS-JOURNAL-EOF TO TRUE
           END-READ.

       SHOW-JOURNAL-RECORD.
           IF BJ-SESSION-ID = WS-BG-SESSION
              ADD 1 TO WS-ACTION-COUNT
              DISPLAY "  " BJ-STAMP " " BJ-PROGRAM " "
                      FUNCTION TRIM (BJ-ACTION)
           END-IF
           PERFORM READ-JOURNAL-RECORD.

       WRITE-REVIEW-RECORD.
           MOVE SPACES TO BG-SESSION-RECORD
           MOVE WS-BG-SESSION TO BG-SESSION-ID
           MOVE "R" TO BG-STATE
           MOVE WS-TARGET-USER TO BG-USER
           MOVE WS-TARGET-BUS-DATE TO BG-BUS-DATE
           MOVE WS-TARGET-EXPIRY TO BG-EXPIRY
           MOVE WS-USER-NAME TO BG-REVIEWER
           MOVE WS-BG-TEXT TO BG-TEXT
           PERFORM APPEND-SESSION-RECORD
           IF WS-LOCALE-EN
              DISPLAY "Session " WS-BG-SESSION " reviewed by "
                      FUNCTION TRIM (WS-USER-NAME)
           ELSE
              DISPLAY "Session " WS-BG-SESSION " revue par "
                      FUNCTION TRIM (WS-USER-NAME)
           END-IF.

       DO-LIST-SESSIONS.
           MOVE 0 TO WS-SES-USED
           MOVE "N" TO WS-SESSION-EOF-FLAG
           OPEN INPUT SESSION-FILE
           IF WS-SESSION-STATUS = "00"
              PERFORM READ-SESSION-RECORD
              PERFORM COLLECT-SESSION UNTIL WS-SESSION-EOF
              CLOSE SESSION-FILE
           END-IF
           IF WS-LOCALE-EN
              DISPLAY "=== Emergency sessions awaiting review ==="
           ELSE
              DISPLAY "=== Sessions d'urgence a revoir ==="
           END-IF
           MOVE 0 TO WS-OPEN-COUNT
           PERFORM SHOW-OPEN-SESSION
              VARYING WS-SES-IDX FROM 1 BY 1
              UNTIL WS-SES-IDX > WS-SES-USED
           IF WS-OPEN-COUNT > 0
              MOVE 4 TO WS-RETURN-CODE
           ELSE
              IF WS-LOCALE-EN
                 DISPLAY "  none"
              ELSE
                 DISPLAY "  aucune"
              END-IF
           END-IF.

       COLLECT-SESSION.
           IF BG-OPENED AND WS-SES-USED < WS-SES-MAX
              ADD 1 TO WS-SES-USED
              MOVE BG-SESSION-ID TO WS-SES-ID (WS-SES-USED)
              MOVE BG-USER TO WS-SES-USER (WS-SES-USED)
              MOVE BG-BUS-DATE TO WS-SES-BUS-DATE (WS-SES-USED)
              MOVE BG-TEXT TO WS-SES-REASON (WS-SES-USED)
              MOVE "N" TO WS-SES-REVIEWED (WS-SES-USED)
           END-IF
           IF BG-REVIEWED
              MOVE "N" TO WS-SES-FOUND-FLAG
              PERFORM FIND-SESSION-ENTRY
                 VARYING WS-SES-IDX FROM 1 BY 1
                 UNTIL WS-SES-IDX > WS-SES-USED OR WS-SES-FOUND
              IF WS-SES-FOUND
                 MOVE "Y" TO WS-SES-REVIEWED (WS-SES-IDX)
              END-IF
           END-IF
           PERFORM READ-SESSION-RECORD.

       FIND-SESSION-ENTRY.
           IF WS-SES-ID (WS-SES-IDX) = BG-SESSION-ID
              SET WS-SES-FOUND TO TRUE
              SUBTRACT 1 FROM WS-SES-IDX
           END-IF.

       SHOW-OPEN-SESSION.
           IF WS-SES-REVIEWED (WS-SES-IDX) = "N"
              ADD 1 TO WS-OPEN-COUNT
              DISPLAY "  " WS-SES-ID (WS-SES-IDX) " "
                      WS-SES-BUS-DATE (WS-SES-IDX) " "
                      FUNCTION TRIM (WS-SES-USER (WS-SES-IDX)) " - "
                      FUNCTION TRIM (WS-SES-REASON (WS-SES-IDX))
           END-IF.

       APPEND-SESSION-RECORD.
           OPEN EXTEND SESSION-FILE
           IF WS-SESSION-STATUS = "35"
              OPEN OUTPUT SESSION-FILE
           END-IF
           IF WS-SESSION-STATUS = "00"
              WRITE BG-SESSION-RECORD
              CLOSE SESSION-FILE
           ELSE
              IF WS-LOCALE-EN
                 DISPLAY "Error: cannot write "
                         FUNCTION TRIM (WS-SESSION-FILENAME)
              ELSE
                 DISPLAY "Erreur: ecriture impossible "
                         FUNCTION TRIM (WS-SESSION-FILENAME)
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

       END PROGRAM EMERGENCY-ACCESS.
