
       01 WS-USER-NAME            PIC X(30)   VALUE SPACES.
       01 WS-RUN-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-RUN-TIME             PIC X(8).

       01 WS-MAINT-ACTION         PIC X(1)    VALUE SPACE.
       01 WS-SHELL-CMD            PIC X(300).
       01 WS-SHELL-RC             PIC S9(9) COMP-5.
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-FREEZE-SCOPE         PIC X(10)   VALUE "STANDING".
       01 WS-FREEZE-STATUS        PIC 9(2)    VALUE 0.
       01 WS-FREEZE-REASON        PIC X(40).
       01 WS-ALERT-PROGRAM        PIC X(12)   VALUE "STANDING-MNT".
       01 WS-ALERT-SEVERITY       PIC X(6).
       01 WS-ALERT-TEXT           PIC X(80).
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.
           IF WS-USER-NAME = SPACES
              ACCEPT WS-USER-NAME FROM ENVIRONMENT "USER"
           END-IF
           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN INPUT LOCK-FILE
              STOP RUN
           END-IF

           PERFORM CHECK-CHANGE-FREEZE

           IF WS-LOCALE-EN
              DISPLAY "Action? (A=add M=amend S=suspend X=expire)"
           ELSE
              CLOSE AUDIT-FILE
           END-IF.

      * Inside a change freeze for the program's scope the change
      * is refused, unless two supervisors approved an emergency
      * override for the day; a change made under an override is
      * raised as an alert.
       CHECK-CHANGE-FREEZE.
           CALL "FREEZE_CHECK" USING WS-FREEZE-SCOPE, WS-RUN-DATE,
                                     WS-FREEZE-STATUS,
                                     WS-FREEZE-REASON
           EVALUATE WS-FREEZE-STATUS
              WHEN 4
                 IF WS-LOCALE-EN
                    DISPLAY "Change freeze in force ("
                            FUNCTION TRIM (WS-FREEZE-REASON)
                            ") - emergency override applied"
                 ELSE
                    DISPLAY "Gel des modifications en vigueur ("
                            FUNCTION TRIM (WS-FREEZE-REASON)
                            ") - derogation d'urgence appliquee"
                 END-IF
                 MOVE "WARN" TO WS-ALERT-SEVERITY
                 MOVE SPACES TO WS-ALERT-TEXT
                 STRING "MODIFICATION SOUS DEROGATION DE GEL PAR "
                           DELIMITED BY SIZE
                        FUNCTION TRIM (WS-USER-NAME)
                           DELIMITED BY SIZE
                        INTO WS-ALERT-TEXT
                 END-STRING
                 CALL "ALERT_LOG" USING WS-ALERT-PROGRAM,
                                         WS-ALERT-SEVERITY,
                                         WS-ALERT-TEXT
              WHEN 12
                 IF WS-LOCALE-EN
                    DISPLAY "REFUSED: change freeze in force - "
                            FUNCTION TRIM (WS-FREEZE-REASON)
                 ELSE
                    DISPLAY "REFUSE: gel des modifications en "
                            "vigueur - "
                            FUNCTION TRIM (WS-FREEZE-REASON)
                 END-IF
                 MOVE 12 TO WS-RETURN-CODE
                 MOVE WS-RETURN-CODE TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

      * Interactive access authenticates against the salted hash
      * stored with the profile; three wrong attempts lock the
      * credential and a supervisor reset forces a change on first
