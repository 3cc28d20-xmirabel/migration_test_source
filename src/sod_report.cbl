       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN TO DYNAMIC WS-RULES-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RULES-STATUS.

           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

           SELECT LOG-FILE ASSIGN TO DYNAMIC WS-LOG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RULES-FILE.
       01 RULES-RECORD            PIC X(100).

       FD PROFILE-FILE.
       01 PROFILE-RECORD.
          05 PRF-USER-ID          PIC X(30).
          05 PRF-FULL-NAME        PIC X(30).
          05 PRF-DEPARTMENT       PIC X(10).
          05 PRF-ROLE             PIC X(1).

      * The approval trails are all "date time user ..." text lines;
      * each source is picked apart in its own paragraph.
       FD LOG-FILE.
       01 LOG-RECORD              PIC X(200).

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY CALCREC.

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-RULES-FILENAME       PIC X(100)  VALUE "sod_rules.dat".
       01 WS-RULES-STATUS         PIC X(2).
       01 WS-RULES-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-RULES-EOF                     VALUE "Y".
       01 WS-PROFILE-FILENAME     PIC X(100)
                                     VALUE "user_profiles.dat".
       01 WS-PROFILE-STATUS       PIC X(2).
       01 WS-PROFILE-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-PROFILE-EOF                   VALUE "Y".
       01 WS-LOG-FILENAME         PIC X(100).
       01 WS-LOG-STATUS           PIC X(2).
       01 WS-LOG-EOF-FLAG         PIC X(1)    VALUE "N".
          88 WS-LOG-EOF                       VALUE "Y".
       01 WS-LOG-SOURCE           PIC X(3).
          88 WS-SOURCE-PROFILE                VALUE "PRF".
          88 WS-SOURCE-CONFIG                 VALUE "CFG".
          88 WS-SOURCE-STANDING               VALUE "STO".
          88 WS-SOURCE-HOLD                   VALUE "LIB".
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-AUDIT-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-AUDIT-EOF                     VALUE "Y".
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-RUN-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-SOD-FROM             PIC X(8)    VALUE SPACES.
       01 WS-SOD-TO               PIC X(8)    VALUE SPACES.
       01 WS-FROM-INT             PIC 9(7).
       01 WS-TO-INT               PIC 9(7).
       01 WS-DAY-INT              PIC 9(7).
       01 WS-DAY-DATE             PIC 9(8).

      * Forbidden combinations from the rules file.  Scope O needs
      * the same person on both sides of the same object, S the
      * person acting on his own account, U the same person holding
      * both activities anywhere in the period.
       01 WS-RULE-TABLE.
          05 WS-RULE-ENTRY OCCURS 50 TIMES.
             10 WS-RULE-ID           PIC X(6).
             10 WS-RULE-ACT1         PIC X(3).
             10 WS-RULE-ACT2         PIC X(3).
             10 WS-RULE-SCOPE        PIC X(1).
             10 WS-RULE-DESC         PIC X(60).
             10 WS-RULE-HITS         PIC 9(5).
       01 WS-RULE-USED            PIC 9(2)    VALUE 0.
       01 WS-RULE-MAX             PIC 9(2)    VALUE 50.
       01 WS-RULE-IDX             PIC 9(2).
       01 WS-RULE-NEEDS-SAI-FLAG  PIC X(1)    VALUE "N".
          88 WS-RULE-NEEDS-SAI                VALUE "Y".
       01 WS-PARSE-TYPE           PIC X(10).
       01 WS-PARSE-ID             PIC X(6).
       01 WS-PARSE-ACT1           PIC X(3).
       01 WS-PARSE-ACT2           PIC X(3).
       01 WS-PARSE-SCOPE          PIC X(1).
       01 WS-PARSE-POINTER        PIC 9(3).

      * Login id by full name: the audit trail carries the full name,
      * the approval trails the login.
       01 WS-USER-TABLE.
          05 WS-USR-ENTRY OCCURS 500 TIMES.
             10 WS-USR-ID            PIC X(30).
             10 WS-USR-FULL-NAME     PIC X(30).
       01 WS-USR-USED             PIC 9(3)    VALUE 0.
       01 WS-USR-MAX              PIC 9(3)    VALUE 500.
       01 WS-USR-IDX              PIC 9(3).
       01 WS-USR-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-USR-FOUND                     VALUE "Y".

      * One line per (activity, person, object) seen in the period.
       01 WS-ACT-TABLE.
          05 WS-ACT-ENTRY OCCURS 5000 TIMES.
             10 WS-ACT-CODE          PIC X(3).
             10 WS-ACT-USER          PIC X(30).
             10 WS-ACT-OBJECT        PIC X(40).
             10 WS-ACT-SUBJECT       PIC X(30).
             10 WS-ACT-DATE          PIC X(8).
       01 WS-ACT-USED             PIC 9(4)    VALUE 0.
       01 WS-ACT-MAX              PIC 9(4)    VALUE 5000.
       01 WS-ACT-IDX              PIC 9(4).
       01 WS-ACT-IDX-2            PIC 9(4).
       01 WS-ACT-OVERFLOW-FLAG    PIC X(1)    VALUE "N".
          88 WS-ACT-OVERFLOW                  VALUE "Y".
       01 WS-NEW-CODE             PIC X(3).
       01 WS-NEW-USER             PIC X(30).
       01 WS-NEW-OBJECT           PIC X(40).
       01 WS-NEW-SUBJECT          PIC X(30).
       01 WS-NEW-DATE             PIC X(8).
       01 WS-MATCH-FLAG           PIC X(1)    VALUE "N".
          88 WS-MATCH-FOUND                   VALUE "Y".
       01 WS-KEEP-FLAG            PIC X(1)    VALUE "N".
          88 WS-KEEP-ACTIVITY                 VALUE "Y".

       01 WS-TOK-DATE             PIC X(8).
       01 WS-TOK-TIME             PIC X(6).
       01 WS-TOK-USER             PIC X(30).
       01 WS-TOK-4                PIC X(30).
       01 WS-TOK-5                PIC X(30).
       01 WS-TOK-6                PIC X(30).
       01 WS-TOK-REST             PIC X(120).
       01 WS-TOK-JUNK             PIC X(120).
       01 WS-CFG-NEW-VALUE        PIC X(60).
       01 WS-HOLD-ACTION          PIC X(8).
       01 WS-HOLD-TRANS-ID        PIC X(12).

       01 WS-CONFLICT-COUNT       PIC 9(5)    VALUE 0.
       01 WS-HIT-EDIT             PIC Z(4)9.
       01 WS-ACT-COUNT-EDIT       PIC Z(4)9.
       01 WS-VARIANT-CMD          PIC X(150).
       01 WS-VARIANT-RC           PIC S9(9) COMP-5.
       01 WS-VARIANT-WARNED-FLAG  PIC X(1)    VALUE "N".
          88 WS-VARIANT-WARNED                VALUE "Y".

       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.

      * Periodic segregation-of-duties review.  Every maker/checker
      * trail is kept by the program that owns the control; this
      * report lays them side by side with the audit trail and lists
      * every person found on both sides of a forbidden pair.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           ACCEPT WS-SOD-FROM FROM ENVIRONMENT "SOD_FROM"
           IF WS-SOD-FROM NOT NUMERIC OR WS-SOD-FROM = SPACES
              MOVE WS-RUN-DATE TO WS-SOD-FROM
              MOVE "01" TO WS-SOD-FROM (7:2)
           END-IF
           ACCEPT WS-SOD-TO FROM ENVIRONMENT "SOD_TO"
           IF WS-SOD-TO NOT NUMERIC OR WS-SOD-TO = SPACES
              MOVE WS-RUN-DATE TO WS-SOD-TO
           END-IF
           COMPUTE WS-FROM-INT =
              FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-SOD-FROM))
           COMPUTE WS-TO-INT =
              FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-SOD-TO))
           IF WS-FROM-INT = 0 OR WS-TO-INT = 0
              OR WS-FROM-INT > WS-TO-INT
              IF WS-LOCALE-EN
                 DISPLAY "Error: invalid review period "
                         WS-SOD-FROM " - " WS-SOD-TO
              ELSE
                 DISPLAY "Erreur: periode de revue invalide "
                         WS-SOD-FROM " - " WS-SOD-TO
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT WS-RULES-FILENAME FROM ENVIRONMENT "SOD_RULES"
           IF WS-RULES-FILENAME = SPACES
              MOVE "sod_rules.dat" TO WS-RULES-FILENAME
           END-IF

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "sod_report-"   DELIMITED BY SIZE
                  WS-SOD-FROM     DELIMITED BY SIZE
                  "-"             DELIMITED BY SIZE
                  WS-SOD-TO       DELIMITED BY SIZE
                  ".txt"          DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME

           IF WS-LOCALE-EN
              DISPLAY "=== Segregation of duties review: "
                      WS-SOD-FROM " - " WS-SOD-TO " ==="
           ELSE
              DISPLAY "=== Revue de separation des taches: "
                      WS-SOD-FROM " - " WS-SOD-TO " ==="
           END-IF

           PERFORM LOAD-RULES
           IF WS-RULE-USED = 0
              IF WS-LOCALE-EN
                 DISPLAY "Error: no conflict rules in "
                         FUNCTION TRIM (WS-RULES-FILENAME)
              ELSE
                 DISPLAY "Erreur: aucune regle de conflit dans "
                         FUNCTION TRIM (WS-RULES-FILENAME)
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-USER-NAMES

           MOVE "PRF" TO WS-LOG-SOURCE
           MOVE "profile_audit.log" TO WS-LOG-FILENAME
           PERFORM SCAN-APPROVAL-LOG
           MOVE "CFG" TO WS-LOG-SOURCE
           MOVE "config_history.log" TO WS-LOG-FILENAME
           PERFORM SCAN-APPROVAL-LOG
           MOVE "STO" TO WS-LOG-SOURCE
           MOVE "standing_change.log" TO WS-LOG-FILENAME
           PERFORM SCAN-APPROVAL-LOG
           MOVE "LIB" TO WS-LOG-SOURCE
           MOVE "hold_release.log" TO WS-LOG-FILENAME
           PERFORM SCAN-APPROVAL-LOG

      * The audit trail goes last: only entries that can meet a
      * rule are kept, which needs the other sides loaded first.
           IF WS-RULE-NEEDS-SAI
              PERFORM SCAN-AUDIT-DAY
                 VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                 UNTIL WS-DAY-INT > WS-TO-INT
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM CHECK-ONE-RULE VARYING WS-RULE-IDX FROM 1 BY 1
              UNTIL WS-RULE-IDX > WS-RULE-USED
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE

           IF WS-LOCALE-EN
              DISPLAY "Activities examined: " WS-ACT-USED
              DISPLAY "Conflicts found: " WS-CONFLICT-COUNT
              DISPLAY "Report written to "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           ELSE
              DISPLAY "Activites examinees: " WS-ACT-USED
              DISPLAY "Conflits releves: " WS-CONFLICT-COUNT
              DISPLAY "Rapport ecrit dans "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           END-IF
           IF WS-ACT-OVERFLOW
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: activity table full - review "
                         "incomplete, shorten the period"
              ELSE
                 DISPLAY "AVERTISSEMENT: table des activites "
                         "pleine - revue incomplete, reduire la "
                         "periode"
              END-IF
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           IF WS-CONFLICT-COUNT > 0
              MOVE 4 TO WS-RETURN-CODE
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-RULES.
           MOVE "N" TO WS-RULES-EOF-FLAG
           OPEN INPUT RULES-FILE
           IF WS-RULES-STATUS = "00"
              PERFORM READ-RULES-RECORD
              PERFORM LOAD-ONE-RULE UNTIL WS-RULES-EOF
              CLOSE RULES-FILE
           END-IF.

       READ-RULES-RECORD.
           READ RULES-FILE
              AT END
                 SET WS-RULES-EOF TO TRUE
           END-READ.

       LOAD-ONE-RULE.
           IF RULES-RECORD (1:1) NOT = "*"
              MOVE SPACES TO WS-PARSE-TYPE WS-PARSE-ID WS-PARSE-ACT1
                             WS-PARSE-ACT2 WS-PARSE-SCOPE
              MOVE 1 TO WS-PARSE-POINTER
              UNSTRING RULES-RECORD DELIMITED BY ALL " "
                 INTO WS-PARSE-TYPE, WS-PARSE-ID, WS-PARSE-ACT1,
                      WS-PARSE-ACT2, WS-PARSE-SCOPE
                 WITH POINTER WS-PARSE-POINTER
              END-UNSTRING
              IF WS-PARSE-TYPE = "CONFLICT"
                 AND (WS-PARSE-SCOPE = "O" OR "S" OR "U")
                 AND WS-RULE-USED < WS-RULE-MAX
                 ADD 1 TO WS-RULE-USED
                 MOVE WS-PARSE-ID TO WS-RULE-ID (WS-RULE-USED)
                 MOVE WS-PARSE-ACT1 TO WS-RULE-ACT1 (WS-RULE-USED)
                 MOVE WS-PARSE-ACT2 TO WS-RULE-ACT2 (WS-RULE-USED)
                 MOVE WS-PARSE-SCOPE TO WS-RULE-SCOPE (WS-RULE-USED)
                 MOVE SPACES TO WS-RULE-DESC (WS-RULE-USED)
                 IF WS-PARSE-POINTER <= 100
                    MOVE RULES-RECORD (WS-PARSE-POINTER:)
                       TO WS-RULE-DESC (WS-RULE-USED)
                 END-IF
                 MOVE 0 TO WS-RULE-HITS (WS-RULE-USED)
                 IF WS-PARSE-ACT1 = "SAI" OR WS-PARSE-ACT2 = "SAI"
                    SET WS-RULE-NEEDS-SAI TO TRUE
                 END-IF
              END-IF
           END-IF
           PERFORM READ-RULES-RECORD.

       LOAD-USER-NAMES.
           MOVE "N" TO WS-PROFILE-EOF-FLAG
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
              PERFORM READ-PROFILE-RECORD
              PERFORM LOAD-ONE-USER UNTIL WS-PROFILE-EOF
              CLOSE PROFILE-FILE
           END-IF.

       READ-PROFILE-RECORD.
           READ PROFILE-FILE
              AT END
                 SET WS-PROFILE-EOF TO TRUE
           END-READ.

       LOAD-ONE-USER.
           IF PRF-USER-ID NOT = SPACES AND WS-USR-USED < WS-USR-MAX
              ADD 1 TO WS-USR-USED
              MOVE PRF-USER-ID TO WS-USR-ID (WS-USR-USED)
              IF PRF-FULL-NAME = SPACES
                 MOVE PRF-USER-ID TO WS-USR-FULL-NAME (WS-USR-USED)
              ELSE
                 MOVE PRF-FULL-NAME TO WS-USR-FULL-NAME (WS-USR-USED)
              END-IF
           END-IF
           PERFORM READ-PROFILE-RECORD.

       SCAN-APPROVAL-LOG.
           MOVE "N" TO WS-LOG-EOF-FLAG
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = "00"
              PERFORM READ-LOG-RECORD
              PERFORM NOTE-ONE-LOG-LINE UNTIL WS-LOG-EOF
              CLOSE LOG-FILE
           END-IF.

       READ-LOG-RECORD.
           READ LOG-FILE
              AT END
                 SET WS-LOG-EOF TO TRUE
           END-READ.

       NOTE-ONE-LOG-LINE.
           IF LOG-RECORD (1:8) NUMERIC
              AND LOG-RECORD (1:8) >= WS-SOD-FROM
              AND LOG-RECORD (1:8) <= WS-SOD-TO
              MOVE SPACES TO WS-TOK-DATE WS-TOK-TIME WS-TOK-USER
                             WS-TOK-4 WS-TOK-5 WS-TOK-6 WS-TOK-REST
              MOVE 1 TO WS-PARSE-POINTER
              UNSTRING LOG-RECORD DELIMITED BY ALL " "
                 INTO WS-TOK-DATE, WS-TOK-TIME, WS-TOK-USER,
                      WS-TOK-4
                 WITH POINTER WS-PARSE-POINTER
              END-UNSTRING
              IF WS-PARSE-POINTER <= 200
                 MOVE LOG-RECORD (WS-PARSE-POINTER:) TO WS-TOK-REST
              END-IF
              EVALUATE TRUE
                 WHEN WS-SOURCE-PROFILE
                    PERFORM NOTE-PROFILE-LINE
                 WHEN WS-SOURCE-CONFIG
                    PERFORM NOTE-CONFIG-LINE
                 WHEN WS-SOURCE-STANDING
                    PERFORM NOTE-STANDING-LINE
                 WHEN WS-SOURCE-HOLD
                    PERFORM NOTE-HOLD-LINE
              END-EVALUATE
           END-IF
           PERFORM READ-LOG-RECORD.

      * date time maker SOUMIS|APPROUVE|REJETE change target
       NOTE-PROFILE-LINE.
           UNSTRING WS-TOK-REST DELIMITED BY ALL " "
              INTO WS-TOK-5, WS-TOK-6
           END-UNSTRING
           IF WS-TOK-4 = "SOUMIS" OR WS-TOK-4 = "APPROUVE"
              IF WS-TOK-4 = "SOUMIS"
                 MOVE "PRD" TO WS-NEW-CODE
              ELSE
                 MOVE "PRA" TO WS-NEW-CODE
              END-IF
              MOVE WS-TOK-USER TO WS-NEW-USER
              MOVE SPACES TO WS-NEW-OBJECT
              STRING FUNCTION TRIM (WS-TOK-5) DELIMITED BY SIZE
                     " "                      DELIMITED BY SIZE
                     WS-TOK-6                 DELIMITED BY SIZE
                     INTO WS-NEW-OBJECT
              END-STRING
              MOVE WS-TOK-6 TO WS-NEW-SUBJECT
              MOVE WS-TOK-DATE TO WS-NEW-DATE
              PERFORM ADD-ACTIVITY
           END-IF.

      * date time user KEY ANCIEN=[old] NOUVEAU=[new].  The first
      * line for a key and new value is the request; a later line
      * with the same pair is the APPLY run that put it in force.
       NOTE-CONFIG-LINE.
           MOVE SPACES TO WS-TOK-JUNK WS-CFG-NEW-VALUE
           UNSTRING WS-TOK-REST DELIMITED BY "NOUVEAU=["
              INTO WS-TOK-JUNK, WS-CFG-NEW-VALUE
           END-UNSTRING
           UNSTRING WS-CFG-NEW-VALUE DELIMITED BY "]"
              INTO WS-TOK-JUNK
           END-UNSTRING
           MOVE SPACES TO WS-NEW-OBJECT
           STRING FUNCTION TRIM (WS-TOK-4)    DELIMITED BY SIZE
                  "="                         DELIMITED BY SIZE
                  WS-TOK-JUNK                 DELIMITED BY SIZE
                  INTO WS-NEW-OBJECT
           END-STRING
           MOVE "N" TO WS-MATCH-FLAG
           PERFORM FIND-CONFIG-REQUEST VARYING WS-ACT-IDX FROM 1 BY 1
              UNTIL WS-ACT-IDX > WS-ACT-USED OR WS-MATCH-FOUND
           IF WS-MATCH-FOUND
              MOVE "CFA" TO WS-NEW-CODE
           ELSE
              MOVE "CFD" TO WS-NEW-CODE
           END-IF
           MOVE WS-TOK-USER TO WS-NEW-USER
           MOVE SPACES TO WS-NEW-SUBJECT
           MOVE WS-TOK-DATE TO WS-NEW-DATE
           PERFORM ADD-ACTIVITY.

       FIND-CONFIG-REQUEST.
           IF WS-ACT-CODE (WS-ACT-IDX) = "CFD"
              AND WS-ACT-OBJECT (WS-ACT-IDX) = WS-NEW-OBJECT
              SET WS-MATCH-FOUND TO TRUE
           END-IF.

      * date time user ACTION a LIGNE n -> record
       NOTE-STANDING-LINE.
           MOVE SPACES TO WS-TOK-JUNK
           UNSTRING WS-TOK-REST DELIMITED BY " -> "
              INTO WS-TOK-JUNK
           END-UNSTRING
           MOVE "STO" TO WS-NEW-CODE
           MOVE WS-TOK-USER TO WS-NEW-USER
           MOVE WS-TOK-JUNK TO WS-NEW-OBJECT
           MOVE SPACES TO WS-NEW-SUBJECT
           MOVE WS-TOK-DATE TO WS-NEW-DATE
           PERFORM ADD-ACTIVITY.

      * Fixed columns, as HOLD-REVIEW writes them; rejects are not
      * a release and do not count.
       NOTE-HOLD-LINE.
           MOVE LOG-RECORD (48:8) TO WS-HOLD-ACTION
           MOVE LOG-RECORD (57:12) TO WS-HOLD-TRANS-ID
           IF WS-HOLD-ACTION = "RELEASE"
              MOVE "LIB" TO WS-NEW-CODE
              MOVE LOG-RECORD (17:30) TO WS-NEW-USER
              MOVE WS-HOLD-TRANS-ID TO WS-NEW-OBJECT
              MOVE SPACES TO WS-NEW-SUBJECT
              MOVE LOG-RECORD (1:8) TO WS-NEW-DATE
              PERFORM ADD-ACTIVITY
           END-IF.

       SCAN-AUDIT-DAY.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"     DELIMITED BY SIZE
                  WS-DAY-DATE  DELIMITED BY SIZE
                  ".log"       DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME
           PERFORM CHECK-AUDIT-VARIANTS
           MOVE "N" TO WS-AUDIT-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              PERFORM READ-AUDIT-RECORD
              PERFORM NOTE-AUDIT-ENTRY UNTIL WS-AUDIT-EOF
              CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 SET WS-AUDIT-EOF TO TRUE
           END-READ.

      * A keyed entry is kept when another activity already names
      * the same transaction, or as the person's first keying in the
      * period (enough for a same-person rule).
       NOTE-AUDIT-ENTRY.
           IF CALC-REC-TRANS-ID NOT = SPACES
              AND CALC-REC-USER NOT = SPACES
              MOVE "SAI" TO WS-NEW-CODE
              MOVE CALC-REC-USER TO WS-NEW-USER
              MOVE "N" TO WS-USR-FOUND-FLAG
              PERFORM FIND-LOGIN-BY-NAME
                 VARYING WS-USR-IDX FROM 1 BY 1
                 UNTIL WS-USR-IDX > WS-USR-USED OR WS-USR-FOUND
              MOVE CALC-REC-TRANS-ID TO WS-NEW-OBJECT
              MOVE SPACES TO WS-NEW-SUBJECT
              MOVE WS-DAY-DATE TO WS-NEW-DATE
              MOVE "N" TO WS-KEEP-FLAG
              MOVE "N" TO WS-MATCH-FLAG
              PERFORM FIND-SAME-OBJECT VARYING WS-ACT-IDX FROM 1 BY 1
                 UNTIL WS-ACT-IDX > WS-ACT-USED OR WS-MATCH-FOUND
              IF WS-MATCH-FOUND
                 SET WS-KEEP-ACTIVITY TO TRUE
              ELSE
                 MOVE "N" TO WS-MATCH-FLAG
                 PERFORM FIND-SAME-USER-CODE
                    VARYING WS-ACT-IDX FROM 1 BY 1
                    UNTIL WS-ACT-IDX > WS-ACT-USED OR WS-MATCH-FOUND
                 IF NOT WS-MATCH-FOUND
                    SET WS-KEEP-ACTIVITY TO TRUE
                 END-IF
              END-IF
              IF WS-KEEP-ACTIVITY
                 PERFORM ADD-ACTIVITY
              END-IF
           END-IF
           PERFORM READ-AUDIT-RECORD.

       FIND-LOGIN-BY-NAME.
           IF WS-USR-FULL-NAME (WS-USR-IDX) = CALC-REC-USER
              SET WS-USR-FOUND TO TRUE
              MOVE WS-USR-ID (WS-USR-IDX) TO WS-NEW-USER
           END-IF.

       FIND-SAME-OBJECT.
           IF WS-ACT-CODE (WS-ACT-IDX) NOT = "SAI"
              AND WS-ACT-OBJECT (WS-ACT-IDX) = WS-NEW-OBJECT
              SET WS-MATCH-FOUND TO TRUE
           END-IF.

       FIND-SAME-USER-CODE.
           IF WS-ACT-CODE (WS-ACT-IDX) = WS-NEW-CODE
              AND WS-ACT-USER (WS-ACT-IDX) = WS-NEW-USER
              SET WS-MATCH-FOUND TO TRUE
           END-IF.

       ADD-ACTIVITY.
           MOVE "N" TO WS-MATCH-FLAG
           PERFORM FIND-SAME-ACTIVITY VARYING WS-ACT-IDX FROM 1 BY 1
              UNTIL WS-ACT-IDX > WS-ACT-USED OR WS-MATCH-FOUND
           IF NOT WS-MATCH-FOUND
              IF WS-ACT-USED < WS-ACT-MAX
                 ADD 1 TO WS-ACT-USED
                 MOVE WS-NEW-CODE TO WS-ACT-CODE (WS-ACT-USED)
                 MOVE WS-NEW-USER TO WS-ACT-USER (WS-ACT-USED)
                 MOVE WS-NEW-OBJECT TO WS-ACT-OBJECT (WS-ACT-USED)
                 MOVE WS-NEW-SUBJECT TO WS-ACT-SUBJECT (WS-ACT-USED)
                 MOVE WS-NEW-DATE TO WS-ACT-DATE (WS-ACT-USED)
              ELSE
                 SET WS-ACT-OVERFLOW TO TRUE
              END-IF
           END-IF.

       FIND-SAME-ACTIVITY.
           IF WS-ACT-CODE (WS-ACT-IDX) = WS-NEW-CODE
              AND WS-ACT-USER (WS-ACT-IDX) = WS-NEW-USER
              AND WS-ACT-OBJECT (WS-ACT-IDX) = WS-NEW-OBJECT
              SET WS-MATCH-FOUND TO TRUE
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING "REVUE DE SEPARATION DES TACHES "
                                        DELIMITED BY SIZE
                  WS-SOD-FROM           DELIMITED BY SIZE
                  " - "                 DELIMITED BY SIZE
                  WS-SOD-TO             DELIMITED BY SIZE
                  "   REGLES: "         DELIMITED BY SIZE
                  FUNCTION TRIM (WS-RULES-FILENAME)
                                        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       CHECK-ONE-RULE.
           MOVE SPACES TO REPORT-RECORD
           STRING WS-RULE-ID (WS-RULE-IDX)   DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-RULE-ACT1 (WS-RULE-IDX) DELIMITED BY SIZE
                  "/"                        DELIMITED BY SIZE
                  WS-RULE-ACT2 (WS-RULE-IDX) DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-RULE-SCOPE (WS-RULE-IDX) DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-RULE-DESC (WS-RULE-IDX) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM CHECK-RULE-FIRST-SIDE
              VARYING WS-ACT-IDX FROM 1 BY 1
              UNTIL WS-ACT-IDX > WS-ACT-USED
           IF WS-RULE-HITS (WS-RULE-IDX) = 0
              MOVE "       AUCUN CONFLIT" TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       CHECK-RULE-FIRST-SIDE.
           IF WS-ACT-CODE (WS-ACT-IDX) = WS-RULE-ACT1 (WS-RULE-IDX)
              EVALUATE WS-RULE-SCOPE (WS-RULE-IDX)
                 WHEN "S"
                    IF WS-ACT-SUBJECT (WS-ACT-IDX)
                       = WS-ACT-USER (WS-ACT-IDX)
                       MOVE WS-ACT-IDX TO WS-ACT-IDX-2
                       PERFORM WRITE-CONFLICT-LINE
                    END-IF
                 WHEN "O"
                    PERFORM CHECK-SAME-OBJECT-PAIR
                       VARYING WS-ACT-IDX-2 FROM 1 BY 1
                       UNTIL WS-ACT-IDX-2 > WS-ACT-USED
                 WHEN "U"
                    PERFORM CHECK-SAME-PERSON-PAIR
              END-EVALUATE
           END-IF.

       CHECK-SAME-OBJECT-PAIR.
           IF WS-ACT-IDX-2 NOT = WS-ACT-IDX
              AND WS-ACT-CODE (WS-ACT-IDX-2)
                  = WS-RULE-ACT2 (WS-RULE-IDX)
              AND WS-ACT-USER (WS-ACT-IDX-2) = WS-ACT-USER (WS-ACT-IDX)
              AND WS-ACT-OBJECT (WS-ACT-IDX-2)
                  = WS-ACT-OBJECT (WS-ACT-IDX)
              PERFORM WRITE-CONFLICT-LINE
           END-IF.

      * Reported once per person: on the person's first activity of
      * the first kind, against the first of the second kind.
       CHECK-SAME-PERSON-PAIR.
           MOVE "N" TO WS-MATCH-FLAG
           PERFORM FIND-EARLIER-SAME-SIDE
              VARYING WS-ACT-IDX-2 FROM 1 BY 1
              UNTIL WS-ACT-IDX-2 >= WS-ACT-IDX OR WS-MATCH-FOUND
           IF NOT WS-MATCH-FOUND
              PERFORM FIND-OTHER-SIDE
                 VARYING WS-ACT-IDX-2 FROM 1 BY 1
                 UNTIL WS-ACT-IDX-2 > WS-ACT-USED OR WS-MATCH-FOUND
              IF WS-MATCH-FOUND
                 PERFORM WRITE-CONFLICT-LINE
              END-IF
           END-IF.

       FIND-EARLIER-SAME-SIDE.
           IF WS-ACT-CODE (WS-ACT-IDX-2) = WS-RULE-ACT1 (WS-RULE-IDX)
              AND WS-ACT-USER (WS-ACT-IDX-2) = WS-ACT-USER (WS-ACT-IDX)
              SET WS-MATCH-FOUND TO TRUE
           END-IF.

       FIND-OTHER-SIDE.
           IF WS-ACT-IDX-2 NOT = WS-ACT-IDX
              AND WS-ACT-CODE (WS-ACT-IDX-2)
                  = WS-RULE-ACT2 (WS-RULE-IDX)
              AND WS-ACT-USER (WS-ACT-IDX-2) = WS-ACT-USER (WS-ACT-IDX)
              SET WS-MATCH-FOUND TO TRUE
              SUBTRACT 1 FROM WS-ACT-IDX-2
           END-IF.

       WRITE-CONFLICT-LINE.
           ADD 1 TO WS-RULE-HITS (WS-RULE-IDX)
           ADD 1 TO WS-CONFLICT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "       "                     DELIMITED BY SIZE
                  WS-ACT-USER (WS-ACT-IDX)      DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-ACT-DATE (WS-ACT-IDX)      DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-ACT-OBJECT (WS-ACT-IDX)    DELIMITED BY SIZE
                  " / "                         DELIMITED BY SIZE
                  WS-ACT-DATE (WS-ACT-IDX-2)    DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-ACT-OBJECT (WS-ACT-IDX-2)  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-REPORT-SUMMARY.
           MOVE "SYNTHESE" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-RULE-TOTAL VARYING WS-RULE-IDX FROM 1 BY 1
              UNTIL WS-RULE-IDX > WS-RULE-USED
           MOVE WS-ACT-USED TO WS-ACT-COUNT-EDIT
           MOVE WS-CONFLICT-COUNT TO WS-HIT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  ACTIVITES EXAMINEES " DELIMITED BY SIZE
                  WS-ACT-COUNT-EDIT        DELIMITED BY SIZE
                  "   CONFLITS "           DELIMITED BY SIZE
                  WS-HIT-EDIT              DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-ACT-OVERFLOW
              MOVE "  NB: TABLE DES ACTIVITES PLEINE - REVUE INCOMPLETE"
                 TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           IF WS-VARIANT-WARNED
              MOVE "  NB: JOURNAUX D'AUDIT PAR CYCLE OU ENTITE NON LUS"
                 TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.

       WRITE-RULE-TOTAL.
           MOVE WS-RULE-HITS (WS-RULE-IDX) TO WS-HIT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  "                      DELIMITED BY SIZE
                  WS-RULE-ID (WS-RULE-IDX)  DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-HIT-EDIT               DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      * Cycle and entity runs write audit-DATE-xxx.log files; this
      * program reads only the base file, so their presence is
      * reported rather than silently ignored.
       CHECK-AUDIT-VARIANTS.
           IF WS-VARIANT-WARNED
              CONTINUE
           ELSE
              MOVE SPACES TO WS-VARIANT-CMD
              STRING "ls audit-"  DELIMITED BY SIZE
                     WS-DAY-DATE  DELIMITED BY SIZE
                     "-*.log > /dev/null 2>&1" DELIMITED BY SIZE
                     INTO WS-VARIANT-CMD
              END-STRING
              CALL "SYSTEM" USING WS-VARIANT-CMD
                  RETURNING WS-VARIANT-RC
              IF WS-VARIANT-RC = 0
                 SET WS-VARIANT-WARNED TO TRUE
                 DISPLAY "AVERTISSEMENT: des journaux d'audit par "
                         "cycle ou par entite existent pour cette "
                         "periode et ne sont pas inclus ici"
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
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

       END PROGRAM SOD-REPORT.
