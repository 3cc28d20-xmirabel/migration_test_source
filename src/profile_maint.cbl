           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROFILE-FILE.
          05 PND-FULL-NAME        PIC X(30).
          05 PND-DEPARTMENT       PIC X(10).
          05 PND-ROLE             PIC X(1).
          05 FILLER               PIC X(1).
      *   The date the move took effect; blank means the day the
      *   change is approved.
          05 PND-EFF-DATE         PIC X(8).

       FD NEW-PENDING-FILE.
       01 NEW-PENDING-RECORD      PIC X(127).

       FD AUDIT-FILE.
       01 AUDIT-RECORD            PIC X(160).

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY PRFHIST.

       WORKING-STORAGE SECTION.
       01 WS-PROFILE-FILENAME     PIC X(100)
                                     VALUE "user_profiles.dat".
       01 WS-AUDIT-FILENAME       PIC X(100)
                                     VALUE "profile_audit.log".
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-HISTORY-FILENAME     PIC X(100)
                                     VALUE "profile_history.dat".
       01 WS-HISTORY-STATUS       PIC X(2).
       01 WS-HISTORY-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-HISTORY-EOF                   VALUE "Y".
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-USER-NAME            PIC X(30)   VALUE SPACES.
       01 WS-RUN-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-RUN-TIME             PIC X(8).
       01 WS-SUPERVISOR-FLAG      PIC X(1)    VALUE "N".
          88 WS-USER-IS-SUPERVISOR            VALUE "Y".
       01 WS-PM-DEPT              PIC X(10)   VALUE SPACES.
       01 WS-PM-ROLE              PIC X(1)    VALUE SPACES.
          88 WS-PM-ROLE-VALID      VALUES "I", "O", "S".
       01 WS-PM-EFF-DATE          PIC X(8)    VALUE SPACES.
       01 WS-TARGET-LINE-TEXT     PIC X(4)    VALUE SPACES.
       01 WS-TARGET-LINE          PIC 9(4)    VALUE 0.
       01 WS-LINE-NUM             PIC 9(4)    VALUE 0.
       01 WS-APPLY-DEPT           PIC X(10).
       01 WS-APPLY-ROLE           PIC X(1).
       01 WS-APPLY-MAKER          PIC X(30).
       01 WS-APPLY-EFF-DATE       PIC 9(8).
       01 WS-OLD-DEPT             PIC X(10).
       01 WS-OLD-ROLE             PIC X(1).
       01 WS-USER-HIST-COUNT      PIC 9(4).
       01 WS-PROFILE-WRITTEN-FLAG PIC X(1)    VALUE "N".
          88 WS-PROFILE-WRITTEN               VALUE "Y".
       01 WS-AUDIT-ACTION         PIC X(10).
       01 WS-SHELL-CMD            PIC X(300).
       01 WS-SHELL-RC             PIC S9(9) COMP-5.
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-BG-SESSION           PIC X(14)   VALUE SPACES.
       01 WS-BG-STATUS            PIC 9(2).
       01 WS-BG-FLAG              PIC X(1)    VALUE "N".
          88 WS-BREAK-GLASS-RIGHTS            VALUE "Y".
       01 WS-BG-PROGRAM           PIC X(12)   VALUE "PROFILE-MNT".
       01 WS-BG-ACTION-TEXT       PIC X(60).
       01 WS-FREEZE-SCOPE         PIC X(10)   VALUE "PROFILE".
       01 WS-FREEZE-STATUS        PIC 9(2)    VALUE 0.
       01 WS-FREEZE-REASON        PIC X(40).
       01 WS-ALERT-PROGRAM        PIC X(12)   VALUE "PROFILE-MNT".
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

           ACCEPT WS-ACTION FROM ENVIRONMENT "PROFILE_ACTION"
           ACCEPT WS-PM-FULLNAME FROM ENVIRONMENT "PM_FULLNAME"
           ACCEPT WS-PM-DEPT FROM ENVIRONMENT "PM_DEPT"
           ACCEPT WS-PM-ROLE FROM ENVIRONMENT "PM_ROLE"
           ACCEPT WS-PM-EFF-DATE FROM ENVIRONMENT "PM_EFF_DATE"
           ACCEPT WS-TARGET-LINE-TEXT FROM ENVIRONMENT
                  "PM_PENDING_LINE"
           IF WS-TARGET-LINE-TEXT NUMERIC

           EVALUATE TRUE
              WHEN WS-ACTION-SUBMIT
                 PERFORM CHECK-CHANGE-FREEZE
                 PERFORM DO-SUBMIT
              WHEN WS-ACTION-APPROVE
                 PERFORM CHECK-CHANGE-FREEZE
                 PERFORM DO-DECIDE
              WHEN WS-ACTION-REJECT
                 PERFORM DO-DECIDE
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
           END-IF
           PERFORM READ-PROFILE-RECORD.

      * A move may be back-dated to the day it really happened, but
      * not dated ahead of the business date: the profile itself
      * changes as soon as the change is approved.
       DO-SUBMIT.
           IF NOT WS-CHANGE-VALID OR WS-PM-USER = SPACES
              OR (WS-PM-CHANGE NOT = "DELETE"
                         "invalides"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           ELSE
           IF WS-PM-EFF-DATE NOT = SPACES
              AND (WS-PM-EFF-DATE NOT NUMERIC
                   OR WS-PM-EFF-DATE > WS-RUN-DATE)
              IF WS-LOCALE-EN
                 DISPLAY "Error: PM_EFF_DATE must be a date no later "
                         "than " WS-RUN-DATE
              ELSE
                 DISPLAY "Erreur: PM_EFF_DATE doit etre une date au "
                         "plus tard le " WS-RUN-DATE
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              OPEN EXTEND PENDING-FILE
              IF WS-PENDING-STATUS = "35"
                 MOVE WS-PM-FULLNAME TO PND-FULL-NAME
                 MOVE WS-PM-DEPT TO PND-DEPARTMENT
                 MOVE WS-PM-ROLE TO PND-ROLE
                 MOVE WS-PM-EFF-DATE TO PND-EFF-DATE
                 WRITE PENDING-RECORD
                 CLOSE PENDING-FILE
                 MOVE "SOUMIS" TO WS-AUDIT-ACTION
                 PERFORM APPEND-PROFILE-AUDIT
                 MOVE SPACES TO WS-BG-ACTION-TEXT
                 STRING WS-AUDIT-ACTION DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                        WS-PM-CHANGE DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                        WS-PM-USER DELIMITED BY SPACE
                        INTO WS-BG-ACTION-TEXT
                 END-STRING
                 PERFORM JOURNAL-BREAK-GLASS
                 IF WS-LOCALE-EN
                    DISPLAY "Change submitted for approval by a "
                            "second supervisor"
              ELSE
                 MOVE 8 TO WS-RETURN-CODE
              END-IF
           END-IF
           END-IF.

      * The four-eyes rule: the approver must not be the maker.
                 MOVE PND-DEPARTMENT TO WS-APPLY-DEPT
                 MOVE PND-ROLE TO WS-APPLY-ROLE
                 MOVE PND-MAKER TO WS-APPLY-MAKER
                 IF PND-EFF-DATE IS NUMERIC
                    MOVE PND-EFF-DATE TO WS-APPLY-EFF-DATE
                 ELSE
                    MOVE WS-RUN-DATE TO WS-APPLY-EFF-DATE
                 END-IF
                 IF WS-ACTION-APPROVE
                    PERFORM APPLY-PROFILE-CHANGE
                    MOVE "APPROUVE" TO WS-AUDIT-ACTION
                 MOVE WS-APPLY-USER TO WS-PM-USER
                 MOVE WS-APPLY-CHANGE TO WS-PM-CHANGE
                 PERFORM APPEND-PROFILE-AUDIT
                 MOVE SPACES TO WS-BG-ACTION-TEXT
                 STRING WS-AUDIT-ACTION DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                        WS-PM-CHANGE DELIMITED BY SPACE
                        " " DELIMITED BY SIZE
                        WS-PM-USER DELIMITED BY SPACE
                        INTO WS-BG-ACTION-TEXT
                 END-STRING
                 PERFORM JOURNAL-BREAK-GLASS
              END-IF
           ELSE
              MOVE PENDING-RECORD TO NEW-PENDING-RECORD

       APPLY-PROFILE-CHANGE.
           MOVE "N" TO WS-PROFILE-WRITTEN-FLAG
           MOVE SPACES TO WS-OLD-DEPT
           MOVE SPACES TO WS-OLD-ROLE
           MOVE "N" TO WS-PROFILE-EOF-FLAG
           OPEN OUTPUT NEW-PROFILE-FILE
           OPEN INPUT PROFILE-FILE
                     DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           PERFORM RECORD-PROFILE-HISTORY.

       COPY-ONE-PROFILE.
           IF PRF-USER-ID = WS-APPLY-USER
              SET WS-PROFILE-WRITTEN TO TRUE
              MOVE PRF-DEPARTMENT TO WS-OLD-DEPT
              MOVE PRF-ROLE TO WS-OLD-ROLE
              IF WS-APPLY-CHANGE = "DELETE"
                 CONTINUE
              ELSE
           END-IF
           PERFORM READ-PROFILE-RECORD.

      * Reports attribute a transaction to the department its user
      * held on the transaction date, so every department or role
      * change leaves a dated line.  The first change to a user
      * with no line yet first records the state held until then.
       RECORD-PROFILE-HISTORY.
           IF WS-APPLY-CHANGE = "DELETE"
              MOVE SPACES TO WS-APPLY-DEPT
              MOVE SPACES TO WS-APPLY-ROLE
           END-IF
           IF NOT WS-PROFILE-WRITTEN
              OR WS-APPLY-DEPT NOT = WS-OLD-DEPT
              OR WS-APPLY-ROLE NOT = WS-OLD-ROLE
              PERFORM COUNT-USER-HISTORY
              OPEN EXTEND HISTORY-FILE
              IF WS-HISTORY-STATUS = "35"
                 OPEN OUTPUT HISTORY-FILE
              END-IF
              IF WS-HISTORY-STATUS = "00"
                 IF WS-PROFILE-WRITTEN AND WS-USER-HIST-COUNT = 0
                    MOVE SPACES TO HISTORY-RECORD
                    MOVE WS-APPLY-USER TO PH-USER-ID
                    MOVE 0 TO PH-EFF-DATE
                    MOVE WS-OLD-DEPT TO PH-DEPARTMENT
                    MOVE WS-OLD-ROLE TO PH-ROLE
                    WRITE HISTORY-RECORD
                 END-IF
                 MOVE SPACES TO HISTORY-RECORD
                 MOVE WS-APPLY-USER TO PH-USER-ID
                 MOVE WS-APPLY-EFF-DATE TO PH-EFF-DATE
                 MOVE WS-APPLY-DEPT TO PH-DEPARTMENT
                 MOVE WS-APPLY-ROLE TO PH-ROLE
                 MOVE WS-USER-NAME TO PH-APPROVED-BY
                 WRITE HISTORY-RECORD
                 CLOSE HISTORY-FILE
              END-IF
           END-IF.

       COUNT-USER-HISTORY.
           MOVE 0 TO WS-USER-HIST-COUNT
           MOVE "N" TO WS-HISTORY-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
              PERFORM READ-HISTORY-RECORD
              PERFORM COUNT-ONE-HISTORY UNTIL WS-HISTORY-EOF
              CLOSE HISTORY-FILE
           END-IF.

       READ-HISTORY-RECORD.
           READ HISTORY-FILE
              AT END
                 SET WS-HISTORY-EOF TO TRUE
           END-READ.

       COUNT-ONE-HISTORY.
           IF PH-USER-ID = WS-APPLY-USER
              ADD 1 TO WS-USER-HIST-COUNT
           END-IF
           PERFORM READ-HISTORY-RECORD.

       DO-LIST.
           MOVE "N" TO WS-PENDING-EOF-FLAG
           OPEN INPUT PENDING-FILE
           ADD 1 TO WS-PENDING-COUNT
           DISPLAY "  " WS-LINE-NUM " " PND-CHANGE " "
                   FUNCTION TRIM (PND-USER-ID)
                   " DEPT " FUNCTION TRIM (PND-DEPARTMENT)
                   " ROLE " PND-ROLE
                   " EFFET " PND-EFF-DATE
                   " PAR " FUNCTION TRIM (PND-MAKER)
           PERFORM READ-PENDING-RECORD.

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
