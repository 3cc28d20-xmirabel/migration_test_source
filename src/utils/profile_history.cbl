       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFILE_HISTORY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

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

       WORKING-STORAGE SECTION.
       01 WS-PROFILE-FILENAME     PIC X(100)
                                     VALUE "user_profiles.dat".
       01 WS-PROFILE-STATUS       PIC X(2).
       01 WS-HISTORY-FILENAME     PIC X(100)
                                     VALUE "profile_history.dat".
       01 WS-HISTORY-STATUS       PIC X(2).
       01 WS-EOF-FLAG             PIC X(1)    VALUE "N".
          88 WS-EOF                           VALUE "Y".
       01 WS-LOADED-FLAG          PIC X(1)    VALUE "N".
          88 WS-TABLES-LOADED                 VALUE "Y".

       01 WS-PRF-TABLE.
          05 WS-PRF-ENTRY OCCURS 500 TIMES.
             10 WS-PRF-ID            PIC X(30).
             10 WS-PRF-NAME          PIC X(30).
             10 WS-PRF-DEPT          PIC X(10).
             10 WS-PRF-ROLE          PIC X(1).
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
       01 WS-HST-BEST             PIC 9(4).

       01 WS-LOOK-ID              PIC X(30).
       01 WS-AS-OF-DATE           PIC 9(8).

       LINKAGE SECTION.
       01 LS-USER                 PIC X(30).
       01 LS-AS-OF-DATE           PIC X(8).
       01 LS-DEPARTMENT           PIC X(10).
       01 LS-ROLE                 PIC X(1).
       01 LS-HIST-STATUS          PIC 9(2).
          88 LS-HIST-DATED                    VALUE 0.
          88 LS-HIST-CURRENT                  VALUE 4.
          88 LS-HIST-UNKNOWN                  VALUE 8.

      * Returns the department and role the user held on the given
      * date.  The user may be named by profile ID or by full name,
      * as audit records carry the latter.  Status 0 the date falls
      * in a dated history line, 4 no line applies and the current
      * profile is returned, 8 the user is unknown (department and
      * role blank).  Both files are read once per run unit.
       PROCEDURE DIVISION USING LS-USER, LS-AS-OF-DATE,
                                LS-DEPARTMENT, LS-ROLE,
                                LS-HIST-STATUS.
       MAIN-PROCEDURE.
           IF NOT WS-TABLES-LOADED
              PERFORM LOAD-PROFILE-TABLES
           END-IF
           MOVE SPACES TO LS-DEPARTMENT
           MOVE SPACES TO LS-ROLE
           MOVE 8 TO LS-HIST-STATUS
           MOVE LS-USER TO WS-LOOK-ID

           MOVE "N" TO WS-PRF-FOUND-FLAG
           PERFORM FIND-PROFILE
              VARYING WS-PRF-IDX FROM 1 BY 1
              UNTIL WS-PRF-IDX > WS-PRF-USED OR WS-PRF-FOUND
           IF WS-PRF-FOUND
              MOVE WS-PRF-ID (WS-PRF-IDX) TO WS-LOOK-ID
              MOVE WS-PRF-DEPT (WS-PRF-IDX) TO LS-DEPARTMENT
              MOVE WS-PRF-ROLE (WS-PRF-IDX) TO LS-ROLE
              MOVE 4 TO LS-HIST-STATUS
           END-IF

           IF LS-AS-OF-DATE IS NUMERIC
              MOVE LS-AS-OF-DATE TO WS-AS-OF-DATE
              MOVE 0 TO WS-HST-BEST
              PERFORM CHECK-HISTORY-LINE
                 VARYING WS-HST-IDX FROM 1 BY 1
                 UNTIL WS-HST-IDX > WS-HST-USED
              IF WS-HST-BEST > 0
                 MOVE WS-HST-DEPT (WS-HST-BEST) TO LS-DEPARTMENT
                 MOVE WS-HST-ROLE (WS-HST-BEST) TO LS-ROLE
                 MOVE 0 TO LS-HIST-STATUS
              END-IF
           END-IF
           GOBACK.

       FIND-PROFILE.
           IF WS-PRF-ID (WS-PRF-IDX) = LS-USER
              OR WS-PRF-NAME (WS-PRF-IDX) = LS-USER
              SET WS-PRF-FOUND TO TRUE
              SUBTRACT 1 FROM WS-PRF-IDX
           END-IF.

      * The latest line on or before the date wins; of two lines on
      * the same date the later one in the file does.
       CHECK-HISTORY-LINE.
           IF WS-HST-ID (WS-HST-IDX) = WS-LOOK-ID
              AND WS-HST-EFF-DATE (WS-HST-IDX) <= WS-AS-OF-DATE
              IF WS-HST-BEST = 0
                 MOVE WS-HST-IDX TO WS-HST-BEST
              ELSE
                 IF WS-HST-EFF-DATE (WS-HST-IDX)
                    >= WS-HST-EFF-DATE (WS-HST-BEST)
                    MOVE WS-HST-IDX TO WS-HST-BEST
                 END-IF
              END-IF
           END-IF.

       LOAD-PROFILE-TABLES.
           SET WS-TABLES-LOADED TO TRUE
           ACCEPT WS-PROFILE-FILENAME FROM ENVIRONMENT "PROFILE_FILE"
           IF WS-PROFILE-FILENAME = SPACES
              MOVE "user_profiles.dat" TO WS-PROFILE-FILENAME
           END-IF
           ACCEPT WS-HISTORY-FILENAME FROM ENVIRONMENT
                  "PROFILE_HISTORY_FILE"
           IF WS-HISTORY-FILENAME = SPACES
              MOVE "profile_history.dat" TO WS-HISTORY-FILENAME
           END-IF
           MOVE 0 TO WS-PRF-USED
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
              PERFORM READ-PROFILE-RECORD
              PERFORM LOAD-ONE-PROFILE UNTIL WS-EOF
                 OR WS-PRF-USED >= WS-PRF-MAX
              CLOSE PROFILE-FILE
           END-IF
           MOVE 0 TO WS-HST-USED
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
              PERFORM READ-HISTORY-RECORD
              PERFORM LOAD-ONE-HISTORY UNTIL WS-EOF
                 OR WS-HST-USED >= WS-HST-MAX
              CLOSE HISTORY-FILE
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
              MOVE PRF-FULL-NAME TO WS-PRF-NAME (WS-PRF-USED)
              MOVE PRF-DEPARTMENT TO WS-PRF-DEPT (WS-PRF-USED)
              MOVE PRF-ROLE TO WS-PRF-ROLE (WS-PRF-USED)
           END-IF
           PERFORM READ-PROFILE-RECORD.

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
       END PROGRAM PROFILE_HISTORY.
