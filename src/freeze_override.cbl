       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREEZE-OVERRIDE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREEZE-OVR-FILE ASSIGN TO DYNAMIC WS-OVERRIDE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OVERRIDE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FREEZE-OVR-FILE.
       01 FREEZE-OVR-RECORD.
           COPY FRZOVR.

       WORKING-STORAGE SECTION.
       01 WS-OVERRIDE-FILENAME    PIC X(100)  VALUE SPACES.
       01 WS-OVERRIDE-STATUS      PIC X(2).
       01 WS-OVERRIDE-EOF-FLAG    PIC X(1)    VALUE "N".
          88 WS-OVERRIDE-EOF                  VALUE "Y".
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
       01 WS-TIMESTAMP            PIC X(21).

       01 WS-FREEZE-SCOPE         PIC X(10)   VALUE SPACES.
          88 WS-SCOPE-VALID       VALUES "CONFIG", "PROFILE",
                                         "STANDING", "RATES", "ALL".
       01 WS-FREEZE-DATE          PIC X(8)    VALUE SPACES.
       01 WS-FREEZE-STATUS        PIC 9(2).
       01 WS-FREEZE-REASON        PIC X(40).
       01 WS-OVERRIDE-REASON      PIC X(40)   VALUE SPACES.
       01 WS-CURRENT-STATE        PIC X(1)    VALUE SPACE.
          88 WS-NO-OVERRIDE                   VALUE SPACE.
          88 WS-OVERRIDE-PENDING              VALUE "P".
          88 WS-OVERRIDE-APPROVED             VALUE "A".
       01 WS-FIRST-SUP            PIC X(30)   VALUE SPACES.
       01 WS-FIRST-REASON         PIC X(40)   VALUE SPACES.

       01 WS-ALERT-PROGRAM        PIC X(12)   VALUE "FREEZE-OVR".
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

      * Emergency override of a change freeze, for one scope on one
      * business date.  A supervisor files the request with its
      * reason; it only takes effect once a second, different
      * supervisor runs the program for the same date and scope.
      * Both steps raise an alert so the override is seen.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           PERFORM CHECK-USER-AUTH

           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           ACCEPT WS-FREEZE-DATE FROM ENVIRONMENT "FREEZE_DATE"
           IF WS-FREEZE-DATE NOT NUMERIC OR WS-FREEZE-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-FREEZE-DATE
           END-IF
           ACCEPT WS-FREEZE-SCOPE FROM ENVIRONMENT "FREEZE_SCOPE"
           ACCEPT WS-OVERRIDE-REASON FROM ENVIRONMENT "FREEZE_REASON"
           ACCEPT WS-OVERRIDE-FILENAME FROM ENVIRONMENT
                  "FREEZE_OVERRIDE_FILE"
           IF WS-OVERRIDE-FILENAME = SPACES
              MOVE "freeze_override.dat" TO WS-OVERRIDE-FILENAME
           END-IF

           IF NOT WS-SCOPE-VALID
              IF WS-LOCALE-EN
                 DISPLAY "Error: scope must be CONFIG, PROFILE, "
                         "STANDING, RATES or ALL"
              ELSE
                 DISPLAY "Erreur: perimetre CONFIG, PROFILE, "
                         "STANDING, RATES ou ALL requis"
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
           IF WS-HIST-STATUS = 8 OR WS-USER-ROLE NOT = "S"
              IF WS-LOCALE-EN
                 DISPLAY "REFUSED: " FUNCTION TRIM (WS-USER-NAME)
                         " is not a supervisor"
              ELSE
                 DISPLAY "REFUSE: " FUNCTION TRIM (WS-USER-NAME)
                         " n'est pas superviseur"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           CALL "FREEZE_CHECK" USING WS-FREEZE-SCOPE, WS-FREEZE-DATE,
                                     WS-FREEZE-STATUS,
                                     WS-FREEZE-REASON
           IF WS-FREEZE-STATUS = 0
              IF WS-LOCALE-EN
                 DISPLAY "No freeze applies to "
                         FUNCTION TRIM (WS-FREEZE-SCOPE)
                         " on " WS-FREEZE-DATE
              ELSE
                 DISPLAY "Aucun gel ne s'applique a "
                         FUNCTION TRIM (WS-FREEZE-SCOPE)
                         " le " WS-FREEZE-DATE
              END-IF
              MOVE 4 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM FIND-CURRENT-OVERRIDE
           EVALUATE TRUE
              WHEN WS-OVERRIDE-APPROVED
                 IF WS-LOCALE-EN
                    DISPLAY "Override already approved for "
                            FUNCTION TRIM (WS-FREEZE-SCOPE)
                            " on " WS-FREEZE-DATE
                 ELSE
                    DISPLAY "Derogation deja approuvee pour "
                            FUNCTION TRIM (WS-FREEZE-SCOPE)
                            " le " WS-FREEZE-DATE
                 END-IF
                 MOVE 4 TO WS-RETURN-CODE
              WHEN WS-OVERRIDE-PENDING
                 PERFORM APPROVE-OVERRIDE
              WHEN OTHER
                 PERFORM REQUEST-OVERRIDE
           END-EVALUATE

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       FIND-CURRENT-OVERRIDE.
           MOVE SPACE TO WS-CURRENT-STATE
           MOVE "N" TO WS-OVERRIDE-EOF-FLAG
           OPEN INPUT FREEZE-OVR-FILE
           IF WS-OVERRIDE-STATUS = "00"
              PERFORM READ-OVERRIDE-RECORD
              PERFORM TRACK-OVERRIDE UNTIL WS-OVERRIDE-EOF
              CLOSE FREEZE-OVR-FILE
           END-IF.

       READ-OVERRIDE-RECORD.
           READ FREEZE-OVR-FILE
              AT END
                 SET WS-OVERRIDE-EOF TO TRUE
           END-READ.

       TRACK-OVERRIDE.
           IF FO-DATE = WS-FREEZE-DATE AND FO-SCOPE = WS-FREEZE-SCOPE
              MOVE FO-STATE TO WS-CURRENT-STATE
              MOVE FO-FIRST-SUP TO WS-FIRST-SUP
              MOVE FO-REASON TO WS-FIRST-REASON
           END-IF
           PERFORM READ-OVERRIDE-RECORD.

       REQUEST-OVERRIDE.
           IF WS-OVERRIDE-REASON = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "Error: a reason is required (FREEZE_REASON)"
              ELSE
                 DISPLAY "Erreur: motif requis (FREEZE_REASON)"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              MOVE SPACES TO FREEZE-OVR-RECORD
              MOVE "P" TO FO-STATE
              MOVE WS-USER-NAME TO FO-FIRST-SUP
              MOVE WS-OVERRIDE-REASON TO FO-REASON
              PERFORM APPEND-OVERRIDE-RECORD
              IF WS-LOCALE-EN
                 DISPLAY "Override requested for "
                         FUNCTION TRIM (WS-FREEZE-SCOPE) " on "
                         WS-FREEZE-DATE
                         " - a second supervisor must approve"
              ELSE
                 DISPLAY "Derogation demandee pour "
                         FUNCTION TRIM (WS-FREEZE-SCOPE) " le "
                         WS-FREEZE-DATE
                         " - un second superviseur doit approuver"
              END-IF
              MOVE SPACES TO WS-ALERT-TEXT
              STRING "DEROGATION DE GEL DEMANDEE " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-FREEZE-SCOPE)
                        DELIMITED BY SIZE
                     " PAR "                       DELIMITED BY SIZE
                     FUNCTION TRIM (WS-USER-NAME)  DELIMITED BY SIZE
                     INTO WS-ALERT-TEXT
              END-STRING
              PERFORM RAISE-OVERRIDE-ALERT
           END-IF.

      * The four-eyes rule: the approving supervisor must differ
      * from the one who filed the request.
       APPROVE-OVERRIDE.
           IF WS-USER-NAME = WS-FIRST-SUP
              IF WS-LOCALE-EN
                 DISPLAY "REFUSED: the approving supervisor must "
                         "differ from " FUNCTION TRIM (WS-FIRST-SUP)
              ELSE
                 DISPLAY "REFUSE: le superviseur approbateur doit "
                         "etre distinct de "
                         FUNCTION TRIM (WS-FIRST-SUP)
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              MOVE SPACES TO FREEZE-OVR-RECORD
              MOVE "A" TO FO-STATE
              MOVE WS-FIRST-SUP TO FO-FIRST-SUP
              MOVE WS-USER-NAME TO FO-SECOND-SUP
              MOVE WS-FIRST-REASON TO FO-REASON
              PERFORM APPEND-OVERRIDE-RECORD
              IF WS-LOCALE-EN
                 DISPLAY "Override approved for "
                         FUNCTION TRIM (WS-FREEZE-SCOPE) " on "
                         WS-FREEZE-DATE
              ELSE
                 DISPLAY "Derogation approuvee pour "
                         FUNCTION TRIM (WS-FREEZE-SCOPE) " le "
                         WS-FREEZE-DATE
              END-IF
              MOVE SPACES TO WS-ALERT-TEXT
              STRING "DEROGATION DE GEL APPROUVEE " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-FREEZE-SCOPE)
                        DELIMITED BY SIZE
                     " PAR "                        DELIMITED BY SIZE
                     FUNCTION TRIM (WS-FIRST-SUP)   DELIMITED BY SIZE
                     "/"                            DELIMITED BY SIZE
                     FUNCTION TRIM (WS-USER-NAME)   DELIMITED BY SIZE
                     INTO WS-ALERT-TEXT
              END-STRING
              PERFORM RAISE-OVERRIDE-ALERT
           END-IF.

       APPEND-OVERRIDE-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-FREEZE-DATE TO FO-DATE
           MOVE WS-FREEZE-SCOPE TO FO-SCOPE
           MOVE WS-TIMESTAMP (1:14) TO FO-STAMP
           OPEN EXTEND FREEZE-OVR-FILE
           IF WS-OVERRIDE-STATUS = "35"
              OPEN OUTPUT FREEZE-OVR-FILE
           END-IF
           IF WS-OVERRIDE-STATUS = "00"
              WRITE FREEZE-OVR-RECORD
              CLOSE FREEZE-OVR-FILE
           ELSE
              IF WS-LOCALE-EN
                 DISPLAY "Error: cannot write "
                         FUNCTION TRIM (WS-OVERRIDE-FILENAME)
              ELSE
                 DISPLAY "Erreur: ecriture impossible "
                         FUNCTION TRIM (WS-OVERRIDE-FILENAME)
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF.

       RAISE-OVERRIDE-ALERT.
           MOVE "WARN" TO WS-ALERT-SEVERITY
           CALL "ALERT_LOG" USING WS-ALERT-PROGRAM,
                                   WS-ALERT-SEVERITY, WS-ALERT-TEXT.

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

       END PROGRAM FREEZE-OVERRIDE.
