       IDENTIFICATION DIVISION.
       PROGRAM-ID. BREAK_GLASS.

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
       01 WS-JOURNAL-FILENAME     PIC X(100)  VALUE SPACES.
       01 WS-JOURNAL-STATUS       PIC X(2).
       01 WS-EOF-FLAG             PIC X(1)    VALUE "N".
          88 WS-EOF                           VALUE "Y".
       01 WS-TIMESTAMP            PIC X(21).
       01 WS-NOW-STAMP            PIC X(14).
       01 WS-ACTIVE-SESSION       PIC X(14)   VALUE SPACES.

       LINKAGE SECTION.
       01 LS-USER                 PIC X(30).
       01 LS-SESSION-ID           PIC X(14).
       01 LS-BG-STATUS            PIC 9(2).
          88 LS-BG-ACTIVE                     VALUE 0.
          88 LS-BG-NONE                       VALUE 8.
       01 LS-PROGRAM              PIC X(12).
       01 LS-ACTION               PIC X(60).

      * Tells a program whose supervisor check failed whether the
      * user holds emergency supervisor rights right now: a session
      * opened through EMERGENCY-ACCESS, not yet expired and not yet
      * reviewed (a review closes the session).  Status 0 with the
      * session ID, 8 none.
       PROCEDURE DIVISION USING LS-USER, LS-SESSION-ID, LS-BG-STATUS.
       MAIN-PROCEDURE.
           PERFORM SET-FILE-NAMES
           MOVE 8 TO LS-BG-STATUS
           MOVE SPACES TO LS-SESSION-ID
           MOVE SPACES TO WS-ACTIVE-SESSION
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:14) TO WS-NOW-STAMP
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SESSION-FILE
           IF WS-SESSION-STATUS = "00"
              PERFORM READ-SESSION-RECORD
              PERFORM TRACK-USER-SESSION UNTIL WS-EOF
              CLOSE SESSION-FILE
           END-IF
           IF WS-ACTIVE-SESSION NOT = SPACES
              MOVE WS-ACTIVE-SESSION TO LS-SESSION-ID
              MOVE 0 TO LS-BG-STATUS
           END-IF
           GOBACK.

      * Journals one action taken under the session's rights, the
      * moment it is taken.
       ENTRY "BREAK_GLASS_LOG" USING LS-SESSION-ID, LS-USER,
            LS-PROGRAM, LS-ACTION.
           PERFORM SET-FILE-NAMES
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = "35"
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS = "00"
              MOVE SPACES TO BG-JOURNAL-RECORD
              MOVE LS-SESSION-ID TO BJ-SESSION-ID
              MOVE WS-TIMESTAMP (1:14) TO BJ-STAMP
              MOVE LS-USER TO BJ-USER
              MOVE LS-PROGRAM TO BJ-PROGRAM
              MOVE LS-ACTION TO BJ-ACTION
              WRITE BG-JOURNAL-RECORD
              CLOSE JOURNAL-FILE
           END-IF
           GOBACK.

       SET-FILE-NAMES.
           ACCEPT WS-SESSION-FILENAME FROM ENVIRONMENT
                  "BREAK_GLASS_FILE"
           IF WS-SESSION-FILENAME = SPACES
              MOVE "break_glass.dat" TO WS-SESSION-FILENAME
           END-IF
           ACCEPT WS-JOURNAL-FILENAME FROM ENVIRONMENT
                  "BREAK_GLASS_JOURNAL"
           IF WS-JOURNAL-FILENAME = SPACES
              MOVE "break_glass_journal.dat" TO WS-JOURNAL-FILENAME
           END-IF.

       READ-SESSION-RECORD.
           READ SESSION-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ.

       TRACK-USER-SESSION.
           IF BG-USER = LS-USER
              IF BG-OPENED AND BG-EXPIRY > WS-NOW-STAMP
                 MOVE BG-SESSION-ID TO WS-ACTIVE-SESSION
              END-IF
              IF BG-REVIEWED AND BG-SESSION-ID = WS-ACTIVE-SESSION
                 MOVE SPACES TO WS-ACTIVE-SESSION
              END-IF
           END-IF
           PERFORM READ-SESSION-RECORD.

       END PROGRAM BREAK_GLASS.
