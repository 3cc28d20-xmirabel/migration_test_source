       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPT-MOVES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PROFILE-FILE.
       01 PROFILE-RECORD.
          05 PRF-USER-ID          PIC X(30).
          05 PRF-FULL-NAME        PIC X(30).
          05 PRF-DEPARTMENT       PIC X(10).
          05 PRF-ROLE             PIC X(1).

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           COPY PRFHIST.

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY CALCREC.

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-PROFILE-FILENAME     PIC X(100)
                                     VALUE "user_profiles.dat".
       01 WS-PROFILE-STATUS       PIC X(2).
       01 WS-HISTORY-FILENAME     PIC X(100)
                                     VALUE "profile_history.dat".
       01 WS-HISTORY-STATUS       PIC X(2).
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-EOF-FLAG             PIC X(1)    VALUE "N".
          88 WS-EOF                           VALUE "Y".
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

      * Period of the report, MOVE_FROM and MOVE_TO (YYYYMMDD),
      * by default the business month to date.
       01 WS-BUSINESS-DATE        PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-PERIOD-FROM          PIC X(8).
       01 WS-PERIOD-TO            PIC X(8).

       01 WS-PRF-TABLE.
          05 WS-PRF-ENTRY OCCURS 500 TIMES.
             10 WS-PRF-ID            PIC X(30).
             10 WS-PRF-NAME          PIC X(30).
       01 WS-PRF-USED             PIC 9(3)    VALUE 0.
       01 WS-PRF-MAX              PIC 9(3)    VALUE 500.
       01 WS-PRF-IDX              PIC 9(3).
       01 WS-PRF-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-PRF-FOUND                     VALUE "Y".

       01 WS-HST-TABLE.
          05 WS-HST-ENTRY OCCURS 2000 TIMES.
             10 WS-HST-ID            PIC X(30).
             10 WS-HST-EFF-DATE      PIC 9(8).
             10 WS-HST-DEPT          PIC X(10).
             10 WS-HST-ROLE          PIC X(1).
       01 WS-HST-USED             PIC 9(4)    VALUE 0.
       01 WS-HST-MAX              PIC 9(4)    VALUE 2000.
       01 WS-HST-IDX              PIC 9(4).
       01 WS-HST-PREV             PIC 9(4).
       01 WS-HST-SCAN             PIC 9(4).

      * One entry per move in the period: the line before it gives
      * the department left and the date it was joined, which
      * bounds the activity that stayed behind.
       01 WS-MOV-TABLE.
          05 WS-MOV-ENTRY OCCURS 200 TIMES.
             10 WS-MOV-ID            PIC X(30).
             10 WS-MOV-NAME          PIC X(30).
             10 WS-MOV-EFF-DATE      PIC 9(8).
             10 WS-MOV-PREV-DATE     PIC 9(8).
             10 WS-MOV-FROM-DEPT     PIC X(10).
             10 WS-MOV-TO-DEPT       PIC X(10).
             10 WS-MOV-ROLE          PIC X(1).
             10 WS-MOV-COUNT         PIC 9(7).
             10 WS-MOV-AMOUNT        PIC S9(13)V99.
       01 WS-MOV-USED             PIC 9(3)    VALUE 0.
       01 WS-MOV-MAX              PIC 9(3)    VALUE 200.
       01 WS-MOV-IDX              PIC 9(3).
       01 WS-MOV-DROPPED          PIC 9(5)    VALUE 0.

       01 WS-DPT-TABLE.
          05 WS-DPT-ENTRY OCCURS 50 TIMES.
             10 WS-DPT-CODE          PIC X(10).
             10 WS-DPT-OUT-USERS     PIC 9(5).
             10 WS-DPT-OUT-COUNT     PIC 9(7).
             10 WS-DPT-OUT-AMOUNT    PIC S9(13)V99.
             10 WS-DPT-IN-USERS      PIC 9(5).
             10 WS-DPT-IN-COUNT      PIC 9(7).
             10 WS-DPT-IN-AMOUNT     PIC S9(13)V99.
       01 WS-DPT-USED             PIC 9(2)    VALUE 0.
       01 WS-DPT-MAX              PIC 9(2)    VALUE 50.
       01 WS-DPT-IDX              PIC 9(2).
       01 WS-DPT-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-DPT-FOUND                     VALUE "Y".
       01 WS-DPT-LOOK             PIC X(10).

       01 WS-BASE-DATE.
          COPY DATEFLDS REPLACING ==PREFIX-YEAR== BY ==WS-BASE-YEAR==
                                  ==PREFIX-MONTH== BY ==WS-BASE-MONTH==
                                  ==PREFIX-DAY== BY ==WS-BASE-DAY==.
       01 WS-STEP-DATE.
          COPY DATEFLDS REPLACING ==PREFIX-YEAR== BY ==WS-STEP-YEAR==
                                  ==PREFIX-MONTH== BY ==WS-STEP-MONTH==
                                  ==PREFIX-DAY== BY ==WS-STEP-DAY==.
       01 WS-DAYS-TO-ADD          PIC S9(5) COMP.
       01 WS-BUSINESS-DAY-FLAG    PIC X(1).
       01 WS-DATE-VALID           PIC X(1).
          88 WS-DATE-IS-VALID                 VALUE "Y".
       01 WS-SCAN-DATE            PIC X(8).
       01 WS-SCAN-GUARD           PIC 9(3)    VALUE 0.
       01 WS-DAYS-READ            PIC 9(3)    VALUE 0.

       01 WS-REC-TRANS-DATE       PIC 9(8).
       01 WS-REC-DATE-TEXT        PIC X(8).

       01 WS-MOVE-TOT-COUNT       PIC 9(7)    VALUE 0.
       01 WS-MOVE-TOT-AMOUNT      PIC S9(13)V99 VALUE 0.
       01 WS-DEPT-LABEL           PIC X(10).
       01 WS-USERS-EDIT           PIC ZZZZ9.
       01 WS-COUNT-EDIT           PIC ZZZ,ZZ9.
       01 WS-AMOUNT-EDIT          PIC -(12)9.99.
       01 WS-OUT-AMOUNT-EDIT      PIC -(12)9.99.
       01 WS-OUT-COUNT-EDIT       PIC ZZZ,ZZ9.
       01 WS-OUT-USERS-EDIT       PIC ZZZZ9.

       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.

      * Department moves of a period, read from the profile history
      * PROFILE-MAINT keeps, and for each move the activity the user
      * had posted in the period under the department they left -
      * the amounts a report reading only the current profile would
      * have carried across to the new one.  Return code 4 when no
      * move falls in the period, 8 on an invalid period.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           CALL "BUSINESS_DATE" USING WS-BUSINESS-DATE, WS-DATE-SOURCE
           MOVE SPACES TO WS-PERIOD-FROM
           MOVE SPACES TO WS-PERIOD-TO
           ACCEPT WS-PERIOD-FROM FROM ENVIRONMENT "MOVE_FROM"
           ACCEPT WS-PERIOD-TO FROM ENVIRONMENT "MOVE_TO"
           IF WS-PERIOD-TO NOT NUMERIC
              MOVE WS-BUSINESS-DATE TO WS-PERIOD-TO
           END-IF
           IF WS-PERIOD-FROM NOT NUMERIC
              MOVE WS-PERIOD-TO TO WS-PERIOD-FROM
              MOVE "01" TO WS-PERIOD-FROM (7:2)
           END-IF

           IF WS-LOCALE-EN
              DISPLAY "=== Department moves: " WS-PERIOD-FROM
                      " - " WS-PERIOD-TO " ==="
           ELSE
              DISPLAY "=== Changements de departement: "
                      WS-PERIOD-FROM " - " WS-PERIOD-TO " ==="
           END-IF

           MOVE WS-PERIOD-FROM TO WS-BASE-DATE
           MOVE 0 TO WS-DAYS-TO-ADD
           MOVE "N" TO WS-BUSINESS-DAY-FLAG
           CALL "DATE_ARITH" USING WS-BASE-DATE, WS-DAYS-TO-ADD,
                                   WS-BUSINESS-DAY-FLAG,
                                   WS-STEP-DATE, WS-DATE-VALID
           IF NOT WS-DATE-IS-VALID
              OR WS-PERIOD-FROM > WS-PERIOD-TO
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: invalid period " WS-PERIOD-FROM
                         " - " WS-PERIOD-TO
              ELSE
                 DISPLAY "ERREUR: periode invalide " WS-PERIOD-FROM
                         " - " WS-PERIOD-TO
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              PERFORM LOAD-PROFILE-NAMES
              PERFORM LOAD-PROFILE-HISTORY
              PERFORM COLLECT-ONE-MOVE
                 VARYING WS-HST-IDX FROM 1 BY 1
                 UNTIL WS-HST-IDX > WS-HST-USED
              IF WS-MOV-USED = 0
                 IF WS-LOCALE-EN
                    DISPLAY "No department move in the period"
                 ELSE
                    DISPLAY "Aucun changement de departement sur "
                            "la periode"
                 END-IF
                 MOVE 4 TO WS-RETURN-CODE
              ELSE
                 MOVE WS-PERIOD-FROM TO WS-SCAN-DATE
                 PERFORM SCAN-ONE-DAY
                    UNTIL WS-SCAN-DATE > WS-PERIOD-TO
                    OR WS-SCAN-GUARD > 366
                 PERFORM TALLY-ONE-MOVE
                    VARYING WS-MOV-IDX FROM 1 BY 1
                    UNTIL WS-MOV-IDX > WS-MOV-USED
                 PERFORM WRITE-MOVES-REPORT
                 MOVE WS-MOV-USED TO WS-COUNT-EDIT
                 MOVE WS-MOVE-TOT-AMOUNT TO WS-AMOUNT-EDIT
                 IF WS-LOCALE-EN
                    DISPLAY "Moves: " WS-COUNT-EDIT
                            "  amount moved: " WS-AMOUNT-EDIT
                    DISPLAY "Report written to "
                            FUNCTION TRIM (WS-REPORT-FILENAME)
                 ELSE
                    DISPLAY "Changements: " WS-COUNT-EDIT
                            "  montant concerne: " WS-AMOUNT-EDIT
                    DISPLAY "Rapport ecrit dans "
                            FUNCTION TRIM (WS-REPORT-FILENAME)
                 END-IF
              END-IF
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      * Audit records carry the user's full name, so moves are
      * matched on the name the profile gives the ID.
       LOAD-PROFILE-NAMES.
           ACCEPT WS-PROFILE-FILENAME FROM ENVIRONMENT "PROFILE_FILE"
           IF WS-PROFILE-FILENAME = SPACES
              MOVE "user_profiles.dat" TO WS-PROFILE-FILENAME
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
              PERFORM READ-PROFILE-RECORD
              PERFORM LOAD-ONE-PROFILE UNTIL WS-EOF
                 OR WS-PRF-USED >= WS-PRF-MAX
              CLOSE PROFILE-FILE
           END-IF.

       READ-PROFILE-RECORD.
           READ PROFILE-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ.

       LOAD-ONE-PROFILE.
           IF PRF-USER-ID NOT = SPACES
              ADD 1 TO WS-PRF-USED
              MOVE PRF-USER-ID TO WS-PRF-ID (WS-PRF-USED)
              IF PRF-FULL-NAME = SPACES
                 MOVE PRF-USER-ID TO WS-PRF-NAME (WS-PRF-USED)
              ELSE
                 MOVE PRF-FULL-NAME TO WS-PRF-NAME (WS-PRF-USED)
              END-IF
           END-IF
           PERFORM READ-PROFILE-RECORD.

       LOAD-PROFILE-HISTORY.
           ACCEPT WS-HISTORY-FILENAME FROM ENVIRONMENT
                  "PROFILE_HISTORY_FILE"
           IF WS-HISTORY-FILENAME = SPACES
              MOVE "profile_history.dat" TO WS-HISTORY-FILENAME
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
              PERFORM READ-HISTORY-RECORD
              PERFORM LOAD-ONE-HISTORY UNTIL WS-EOF
                 OR WS-HST-USED >= WS-HST-MAX
              CLOSE HISTORY-FILE
           END-IF.

       READ-HISTORY-RECORD.
           READ HISTORY-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ.

       LOAD-ONE-HISTORY.
           IF PH-USER-ID NOT = SPACES AND PH-EFF-DATE IS NUMERIC
              ADD 1 TO WS-HST-USED
              MOVE PH-USER-ID TO WS-HST-ID (WS-HST-USED)
              MOVE PH-EFF-DATE TO WS-HST-EFF-DATE (WS-HST-USED)
              MOVE PH-DEPARTMENT TO WS-HST-DEPT (WS-HST-USED)
              MOVE PH-ROLE TO WS-HST-ROLE (WS-HST-USED)
           END-IF
           PERFORM READ-HISTORY-RECORD.

      * A line dated in the period is a move when the line before it
      * for the same user names another department.  A deletion
      * (blank department) is not a move.
       COLLECT-ONE-MOVE.
           IF WS-HST-EFF-DATE (WS-HST-IDX) >= WS-PERIOD-FROM
              AND WS-HST-EFF-DATE (WS-HST-IDX) <= WS-PERIOD-TO
              AND WS-HST-DEPT (WS-HST-IDX) NOT = SPACES
              MOVE 0 TO WS-HST-PREV
              PERFORM FIND-PREVIOUS-LINE
                 VARYING WS-HST-SCAN FROM 1 BY 1
                 UNTIL WS-HST-SCAN >= WS-HST-IDX
              IF WS-HST-PREV > 0
                 IF WS-HST-DEPT (WS-HST-PREV) NOT = SPACES
                    AND WS-HST-DEPT (WS-HST-PREV)
                        NOT = WS-HST-DEPT (WS-HST-IDX)
                    PERFORM ADD-MOVE-ENTRY
                 END-IF
              END-IF
           END-IF.

      * PROFILE-MAINT appends in approval order, so the previous
      * line is the latest earlier one in the file with a date on
      * or before this one.
       FIND-PREVIOUS-LINE.
           IF WS-HST-ID (WS-HST-SCAN) = WS-HST-ID (WS-HST-IDX)
              AND WS-HST-EFF-DATE (WS-HST-SCAN)
                  <= WS-HST-EFF-DATE (WS-HST-IDX)
              IF WS-HST-PREV = 0
                 MOVE WS-HST-SCAN TO WS-HST-PREV
              ELSE
                 IF WS-HST-EFF-DATE (WS-HST-SCAN)
                    >= WS-HST-EFF-DATE (WS-HST-PREV)
                    MOVE WS-HST-SCAN TO WS-HST-PREV
                 END-IF
              END-IF
           END-IF.

       ADD-MOVE-ENTRY.
           IF WS-MOV-USED < WS-MOV-MAX
              ADD 1 TO WS-MOV-USED
              MOVE WS-HST-ID (WS-HST-IDX) TO WS-MOV-ID (WS-MOV-USED)
              MOVE WS-HST-ID (WS-HST-IDX) TO WS-MOV-NAME (WS-MOV-USED)
              MOVE "N" TO WS-PRF-FOUND-FLAG
              PERFORM FIND-PROFILE-NAME
                 VARYING WS-PRF-IDX FROM 1 BY 1
                 UNTIL WS-PRF-IDX > WS-PRF-USED OR WS-PRF-FOUND
              IF WS-PRF-FOUND
                 MOVE WS-PRF-NAME (WS-PRF-IDX)
                    TO WS-MOV-NAME (WS-MOV-USED)
              END-IF
              MOVE WS-HST-EFF-DATE (WS-HST-IDX)
                 TO WS-MOV-EFF-DATE (WS-MOV-USED)
              MOVE WS-HST-EFF-DATE (WS-HST-PREV)
                 TO WS-MOV-PREV-DATE (WS-MOV-USED)
              MOVE WS-HST-DEPT (WS-HST-PREV)
                 TO WS-MOV-FROM-DEPT (WS-MOV-USED)
              MOVE WS-HST-DEPT (WS-HST-IDX)
                 TO WS-MOV-TO-DEPT (WS-MOV-USED)
              MOVE WS-HST-ROLE (WS-HST-IDX)
                 TO WS-MOV-ROLE (WS-MOV-USED)
              MOVE 0 TO WS-MOV-COUNT (WS-MOV-USED)
              MOVE 0 TO WS-MOV-AMOUNT (WS-MOV-USED)
           ELSE
              ADD 1 TO WS-MOV-DROPPED
           END-IF.

       FIND-PROFILE-NAME.
           IF WS-PRF-ID (WS-PRF-IDX) = WS-HST-ID (WS-HST-IDX)
              SET WS-PRF-FOUND TO TRUE
              SUBTRACT 1 FROM WS-PRF-IDX
           END-IF.

       SCAN-ONE-DAY.
           ADD 1 TO WS-SCAN-GUARD
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"      DELIMITED BY SIZE
                  WS-SCAN-DATE  DELIMITED BY SIZE
                  ".log"        DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              ADD 1 TO WS-DAYS-READ
              PERFORM READ-AUDIT-RECORD
              PERFORM TALLY-AUDIT-RECORD UNTIL WS-EOF
              CLOSE AUDIT-FILE
           END-IF

           MOVE WS-SCAN-DATE TO WS-BASE-DATE
           MOVE 1 TO WS-DAYS-TO-ADD
           MOVE "N" TO WS-BUSINESS-DAY-FLAG
           CALL "DATE_ARITH" USING WS-BASE-DATE, WS-DAYS-TO-ADD,
                                   WS-BUSINESS-DAY-FLAG,
                                   WS-STEP-DATE, WS-DATE-VALID
           MOVE WS-STEP-DATE TO WS-SCAN-DATE.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ.

      * Only records posted cleanly count.  The transaction date is
      * the original business date for a prior-period adjustment.
       TALLY-AUDIT-RECORD.
           IF CALC-REC-STATUS = 0
              IF CALC-REC-PPA-FLAG = "Y"
                 MOVE CALC-REC-ORIG-DATE TO WS-REC-TRANS-DATE
              ELSE
                 MOVE SPACES TO WS-REC-DATE-TEXT
                 STRING CALC-REC-DATE (1:4) DELIMITED BY SIZE
                        CALC-REC-DATE (6:2) DELIMITED BY SIZE
                        CALC-REC-DATE (9:2) DELIMITED BY SIZE
                        INTO WS-REC-DATE-TEXT
                 END-STRING
                 MOVE WS-REC-DATE-TEXT TO WS-REC-TRANS-DATE
              END-IF
              PERFORM MATCH-ONE-MOVE
                 VARYING WS-MOV-IDX FROM 1 BY 1
                 UNTIL WS-MOV-IDX > WS-MOV-USED
           END-IF
           PERFORM READ-AUDIT-RECORD.

       MATCH-ONE-MOVE.
           IF (CALC-REC-USER = WS-MOV-NAME (WS-MOV-IDX)
               OR CALC-REC-USER = WS-MOV-ID (WS-MOV-IDX))
              AND WS-REC-TRANS-DATE < WS-MOV-EFF-DATE (WS-MOV-IDX)
              AND WS-REC-TRANS-DATE >= WS-MOV-PREV-DATE (WS-MOV-IDX)
              AND WS-REC-TRANS-DATE >= WS-PERIOD-FROM
              ADD 1 TO WS-MOV-COUNT (WS-MOV-IDX)
              ADD CALC-REC-RESULT TO WS-MOV-AMOUNT (WS-MOV-IDX)
           END-IF.

      * Each move takes its amount out of the department left and
      * into the department joined.
       TALLY-ONE-MOVE.
           ADD WS-MOV-COUNT (WS-MOV-IDX) TO WS-MOVE-TOT-COUNT
           ADD WS-MOV-AMOUNT (WS-MOV-IDX) TO WS-MOVE-TOT-AMOUNT
           MOVE WS-MOV-FROM-DEPT (WS-MOV-IDX) TO WS-DPT-LOOK
           PERFORM LOCATE-DEPT-ENTRY
           IF WS-DPT-FOUND
              ADD 1 TO WS-DPT-OUT-USERS (WS-DPT-IDX)
              ADD WS-MOV-COUNT (WS-MOV-IDX)
                 TO WS-DPT-OUT-COUNT (WS-DPT-IDX)
              ADD WS-MOV-AMOUNT (WS-MOV-IDX)
                 TO WS-DPT-OUT-AMOUNT (WS-DPT-IDX)
           END-IF
           MOVE WS-MOV-TO-DEPT (WS-MOV-IDX) TO WS-DPT-LOOK
           PERFORM LOCATE-DEPT-ENTRY
           IF WS-DPT-FOUND
              ADD 1 TO WS-DPT-IN-USERS (WS-DPT-IDX)
              ADD WS-MOV-COUNT (WS-MOV-IDX)
                 TO WS-DPT-IN-COUNT (WS-DPT-IDX)
              ADD WS-MOV-AMOUNT (WS-MOV-IDX)
                 TO WS-DPT-IN-AMOUNT (WS-DPT-IDX)
           END-IF.

       LOCATE-DEPT-ENTRY.
           MOVE "N" TO WS-DPT-FOUND-FLAG
           PERFORM FIND-DEPT-ENTRY
              VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX > WS-DPT-USED OR WS-DPT-FOUND
           IF NOT WS-DPT-FOUND AND WS-DPT-USED < WS-DPT-MAX
              ADD 1 TO WS-DPT-USED
              MOVE WS-DPT-USED TO WS-DPT-IDX
              MOVE WS-DPT-LOOK TO WS-DPT-CODE (WS-DPT-IDX)
              MOVE 0 TO WS-DPT-OUT-USERS (WS-DPT-IDX)
              MOVE 0 TO WS-DPT-OUT-COUNT (WS-DPT-IDX)
              MOVE 0 TO WS-DPT-OUT-AMOUNT (WS-DPT-IDX)
              MOVE 0 TO WS-DPT-IN-USERS (WS-DPT-IDX)
              MOVE 0 TO WS-DPT-IN-COUNT (WS-DPT-IDX)
              MOVE 0 TO WS-DPT-IN-AMOUNT (WS-DPT-IDX)
              SET WS-DPT-FOUND TO TRUE
           END-IF.

       FIND-DEPT-ENTRY.
           IF WS-DPT-CODE (WS-DPT-IDX) = WS-DPT-LOOK
              SET WS-DPT-FOUND TO TRUE
              SUBTRACT 1 FROM WS-DPT-IDX
           END-IF.

       WRITE-MOVES-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "dept_moves-"    DELIMITED BY SIZE
                  WS-PERIOD-FROM   DELIMITED BY SIZE
                  "-"              DELIMITED BY SIZE
                  WS-PERIOD-TO     DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE

           MOVE SPACES TO REPORT-RECORD
           STRING "CHANGEMENTS DE DEPARTEMENT DU " DELIMITED BY SIZE
                  WS-PERIOD-FROM                   DELIMITED BY SIZE
                  " AU "                           DELIMITED BY SIZE
                  WS-PERIOD-TO                     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "MOUVEMENTS (activite de la periode restee au depart)"
              TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "  UTILISATEUR                    EFFET    "
                                                  DELIMITED BY SIZE
                  "DE         VERS       R  OPERATIONS  "
                                                  DELIMITED BY SIZE
                  "         MONTANT"             DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM WRITE-MOVE-LINE
              VARYING WS-MOV-IDX FROM 1 BY 1
              UNTIL WS-MOV-IDX > WS-MOV-USED
           MOVE WS-MOVE-TOT-COUNT TO WS-COUNT-EDIT
           MOVE WS-MOVE-TOT-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  TOTAL"          DELIMITED BY SIZE
                  "                                     "
                                     DELIMITED BY SIZE
                  "                         "
                                     DELIMITED BY SIZE
                  WS-COUNT-EDIT      DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-AMOUNT-EDIT     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-MOV-DROPPED > 0
              MOVE SPACES TO REPORT-RECORD
              STRING "  AVERTISSEMENT: "   DELIMITED BY SIZE
                     WS-MOV-DROPPED        DELIMITED BY SIZE
                     " changements non repris (table pleine)"
                                           DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "PAR DEPARTEMENT" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "  DEPARTEMENT  SORTIES  OPERATIONS  "
                                                  DELIMITED BY SIZE
                  "         MONTANT  ENTREES  OPERATIONS  "
                                                  DELIMITED BY SIZE
                  "         MONTANT"             DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM WRITE-DEPT-LINE
              VARYING WS-DPT-IDX FROM 1 BY 1
              UNTIL WS-DPT-IDX > WS-DPT-USED

           MOVE SPACES TO REPORT-RECORD
           STRING "JOURNEES D'AUDIT LUES: " DELIMITED BY SIZE
                  WS-DAYS-READ              DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE.

       WRITE-MOVE-LINE.
           MOVE WS-MOV-COUNT (WS-MOV-IDX) TO WS-COUNT-EDIT
           MOVE WS-MOV-AMOUNT (WS-MOV-IDX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "  "                        DELIMITED BY SIZE
                  WS-MOV-NAME (WS-MOV-IDX)    DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-MOV-EFF-DATE (WS-MOV-IDX) DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-MOV-FROM-DEPT (WS-MOV-IDX) DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-MOV-TO-DEPT (WS-MOV-IDX) DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-MOV-ROLE (WS-MOV-IDX)    DELIMITED BY SIZE
                  "     "                     DELIMITED BY SIZE
                  WS-COUNT-EDIT               DELIMITED BY SIZE
                  "  "                        DELIMITED BY SIZE
                  WS-AMOUNT-EDIT              DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-DEPT-LINE.
           MOVE WS-DPT-OUT-USERS (WS-DPT-IDX) TO WS-OUT-USERS-EDIT
           MOVE WS-DPT-OUT-COUNT (WS-DPT-IDX) TO WS-OUT-COUNT-EDIT
           MOVE WS-DPT-OUT-AMOUNT (WS-DPT-IDX) TO WS-OUT-AMOUNT-EDIT
           MOVE WS-DPT-IN-USERS (WS-DPT-IDX) TO WS-USERS-EDIT
           MOVE WS-DPT-IN-COUNT (WS-DPT-IDX) TO WS-COUNT-EDIT
           MOVE WS-DPT-IN-AMOUNT (WS-DPT-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-DPT-CODE (WS-DPT-IDX) TO WS-DEPT-LABEL
           MOVE SPACES TO REPORT-RECORD
           STRING "  "                 DELIMITED BY SIZE
                  WS-DEPT-LABEL        DELIMITED BY SIZE
                  "     "              DELIMITED BY SIZE
                  WS-OUT-USERS-EDIT    DELIMITED BY SIZE
                  "     "              DELIMITED BY SIZE
                  WS-OUT-COUNT-EDIT    DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-OUT-AMOUNT-EDIT   DELIMITED BY SIZE
                  "    "               DELIMITED BY SIZE
                  WS-USERS-EDIT        DELIMITED BY SIZE
                  "     "              DELIMITED BY SIZE
                  WS-COUNT-EDIT        DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-AMOUNT-EDIT       DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

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

       END PROGRAM DEPT-MOVES.
