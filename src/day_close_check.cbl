           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT CHECKLIST-DEF-FILE
           ASSIGN TO DYNAMIC WS-CHECKLIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECKLIST-STATUS.

           SELECT SIGN-FILE ASSIGN TO DYNAMIC WS-SIGN-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIGN-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT BG-SESSION-FILE ASSIGN TO DYNAMIC WS-BG-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-REGISTER-FILE.
       01 HOLD-RECORD.
          05 HOLD-STATE           PIC X(1).
          05 HOLD-DATE            PIC 9(8).
          05 HOLD-CALC-DATA       PIC X(248).
          05 HOLD-RULE            PIC X(4).

       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD         PIC X(132).

       FD EXTRACT-FILE.
       01 EXTRACT-RECORD          PIC X(120).

       FD CHECKLIST-DEF-FILE.
       01 CHECKLIST-DEF-RECORD.
           COPY CHKDEF.

       FD SIGN-FILE.
       01 SIGN-RECORD.
           COPY CHKSIGN.

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD         PIC X(90).

       FD BG-SESSION-FILE.
       01 BG-SESSION-RECORD.
           COPY BGSESS.

       WORKING-STORAGE SECTION.
       01 WS-RUN-REGISTER-FILENAME PIC X(100)
                                      VALUE "run_register.dat".
          88 WS-SUSPENSE-EOF                  VALUE "Y".
       01 WS-EXTRACT-FILENAME     PIC X(100).
       01 WS-EXTRACT-STATUS       PIC X(2).
       01 WS-CHECKLIST-FILENAME   PIC X(100)  VALUE SPACES.
       01 WS-CHECKLIST-STATUS     PIC X(2).
       01 WS-CHECKLIST-EOF-FLAG   PIC X(1)    VALUE "N".
          88 WS-CHECKLIST-EOF                 VALUE "Y".
       01 WS-SIGN-FILENAME        PIC X(100)  VALUE SPACES.
       01 WS-SIGN-STATUS          PIC X(2).
       01 WS-SIGN-EOF-FLAG        PIC X(1)    VALUE "N".
          88 WS-SIGN-EOF                      VALUE "Y".
       01 WS-MANIFEST-FILENAME    PIC X(100).
       01 WS-MANIFEST-STATUS      PIC X(2).
       01 WS-BG-FILENAME          PIC X(100)  VALUE SPACES.
       01 WS-BG-FILE-STATUS       PIC X(2).
       01 WS-BG-EOF-FLAG          PIC X(1)    VALUE "N".
          88 WS-BG-EOF                        VALUE "Y".
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-CLOSE-DATE           PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-OVERRIDE-FLAG        PIC X(1)    VALUE "N".
          88 WS-CLOSE-OVERRIDE                VALUE "Y".
       01 WS-RUN-ENDED-FLAG       PIC X(1)    VALUE "N".
       01 WS-BLOCK-COUNT          PIC 9(2)    VALUE 0.
       01 WS-CHECK-TEXT           PIC X(60).

       01 WS-CHECKLIST-FLAG       PIC X(1)    VALUE "N".
          88 WS-CHECKLIST-DEFINED             VALUE "Y".
       01 WS-TASK-SIGNED-FLAG     PIC X(1)    VALUE "N".
          88 WS-TASK-SIGNED                   VALUE "Y".
       01 WS-SIGN-COUNT           PIC 9(7)    VALUE 0.

      * Sessions of earlier days still awaiting their review; a
      * session leaves the table when its review line is read.
       01 WS-BGS-TABLE.
          05 WS-BGS-ENTRY OCCURS 200 TIMES.
             10 WS-BGS-ID            PIC X(14).
       01 WS-BGS-USED             PIC 9(3)    VALUE 0.
       01 WS-BGS-OVERFLOW-FLAG    PIC X(1)    VALUE "N".
          88 WS-BGS-OVERFLOW                  VALUE "Y".
       01 WS-BGS-MAX              PIC 9(3)    VALUE 200.
       01 WS-BGS-IDX              PIC 9(3).
       01 WS-BGS-FOUND-FLAG       PIC X(1).
          88 WS-BGS-FOUND                     VALUE "Y".
       01 WS-ARCHIVE-DIR          PIC X(100)  VALUE SPACES.
       01 WS-ARCHIVE-NAME         PIC X(40).
       01 WS-TODAY                PIC X(8).
       01 WS-MANIFEST-LINE.
          05 MAN-BUS-DATE         PIC 9(8).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 MAN-FILENAME         PIC X(40).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 MAN-REC-COUNT        PIC 9(7).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 MAN-CONTROL-TOTAL    PIC S9(13)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 MAN-ACTION           PIC X(8).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 MAN-ACTION-DATE      PIC 9(8).

       01 WS-SHELL-CMD            PIC X(300).
       01 WS-VERIFY-RC            PIC S9(9) COMP-5.
       01 WS-CHAIN-RC             PIC S9(9) COMP-5.
       01 WS-SHELL-RC             PIC S9(9) COMP-5.
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-BIN-PREFIX           PIC X(102)  VALUE "./".
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
      * The close-readiness checklist the day state machine never
      * enforced: a completed run, clean output and audit chain
      * verifications, an empty (or overridden) hold queue, a stable
      * suspense file, a produced GL extract, every mandatory
      * operator task signed off and every earlier break-glass
      * session reviewed.  Any failing item blocks the CLOSED record
      * and is listed for the operator.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"

           ACCEPT WS-CLOSE-DATE FROM ENVIRONMENT "CLOSE_DATE"
           IF WS-CLOSE-DATE NOT NUMERIC OR WS-CLOSE-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-CLOSE-DATE, WS-DATE-SOURCE
           END-IF
           ACCEPT WS-OVERRIDE-FLAG FROM ENVIRONMENT "CLOSE_OVERRIDE"
           IF NOT WS-CLOSE-OVERRIDE
           PERFORM CHECK-HOLD-QUEUE
           PERFORM CHECK-SUSPENSE
           PERFORM CHECK-GL-EXTRACT
           PERFORM CHECK-OPERATOR-CHECKLIST
           PERFORM CHECK-BREAK-GLASS-REVIEW

           IF WS-BLOCK-COUNT > 0
              IF WS-LOCALE-EN
                 DISPLAY "Controles conformes - la journee peut "
                         "etre cloturee"
              END-IF
              PERFORM ARCHIVE-SIGNED-CHECKLIST
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
              PERFORM RECORD-BLOCK
           END-IF.

      * The operator checklist is not subject to CLOSE_OVERRIDE: a
      * mandatory task nobody signed, or a supervisor-only task no
      * supervisor signed, always holds the close.  A site with no
      * checklist definition skips the item.
       CHECK-OPERATOR-CHECKLIST.
           ACCEPT WS-CHECKLIST-FILENAME FROM ENVIRONMENT
                  "CHECKLIST_FILE"
           IF WS-CHECKLIST-FILENAME = SPACES
              MOVE "eod_checklist.dat" TO WS-CHECKLIST-FILENAME
           END-IF
           MOVE SPACES TO WS-SIGN-FILENAME
           STRING "eod_checklist-" DELIMITED BY SIZE
                  WS-CLOSE-DATE    DELIMITED BY SIZE
                  ".dat"           DELIMITED BY SIZE
                  INTO WS-SIGN-FILENAME
           END-STRING
           MOVE "N" TO WS-CHECKLIST-EOF-FLAG
           OPEN INPUT CHECKLIST-DEF-FILE
           IF WS-CHECKLIST-STATUS = "00"
              SET WS-CHECKLIST-DEFINED TO TRUE
              PERFORM READ-CHECKLIST-RECORD
              PERFORM CHECK-ONE-TASK UNTIL WS-CHECKLIST-EOF
              CLOSE CHECKLIST-DEF-FILE
           END-IF.

       READ-CHECKLIST-RECORD.
           READ CHECKLIST-DEF-FILE
              AT END
                 SET WS-CHECKLIST-EOF TO TRUE
           END-READ.

       CHECK-ONE-TASK.
           IF CD-TASK-ID NOT = SPACES AND CD-TASK-ID (1:1) NOT = "*"
              AND CD-IS-MANDATORY
              PERFORM FIND-TASK-SIGNATURE
              IF NOT WS-TASK-SIGNED
                 MOVE SPACES TO WS-CHECK-TEXT
                 IF CD-SUPERVISOR-ONLY
                    STRING "TACHE NON SIGNEE PAR UN SUPERVISEUR: "
                              DELIMITED BY SIZE
                           CD-TASK-ID DELIMITED BY SIZE
                           INTO WS-CHECK-TEXT
                    END-STRING
                 ELSE
                    STRING "TACHE OPERATEUR NON SIGNEE: "
                              DELIMITED BY SIZE
                           CD-TASK-ID DELIMITED BY SIZE
                           INTO WS-CHECK-TEXT
                    END-STRING
                 END-IF
                 PERFORM RECORD-BLOCK
              END-IF
           END-IF
           PERFORM READ-CHECKLIST-RECORD.

       FIND-TASK-SIGNATURE.
           MOVE "N" TO WS-TASK-SIGNED-FLAG
           MOVE "N" TO WS-SIGN-EOF-FLAG
           OPEN INPUT SIGN-FILE
           IF WS-SIGN-STATUS = "00"
              PERFORM READ-SIGN-RECORD
              PERFORM MATCH-TASK-SIGNATURE
                 UNTIL WS-SIGN-EOF OR WS-TASK-SIGNED
              CLOSE SIGN-FILE
           END-IF.

       READ-SIGN-RECORD.
           READ SIGN-FILE
              AT END
                 SET WS-SIGN-EOF TO TRUE
           END-READ.

       MATCH-TASK-SIGNATURE.
           IF CS-DATE = WS-CLOSE-DATE AND CS-TASK-ID = CD-TASK-ID
              AND (CS-ROLE = "S" OR NOT CD-SUPERVISOR-ONLY)
              SET WS-TASK-SIGNED TO TRUE
           ELSE
              PERFORM READ-SIGN-RECORD
           END-IF.

      * An emergency session must be reviewed by a supervisor on the
      * next business day: any session opened on an earlier business
      * day and still without its review line holds the close, with
      * no CLOSE_OVERRIDE.  Sessions of the day being closed are left
      * for tomorrow's review.
       CHECK-BREAK-GLASS-REVIEW.
           ACCEPT WS-BG-FILENAME FROM ENVIRONMENT "BREAK_GLASS_FILE"
           IF WS-BG-FILENAME = SPACES
              MOVE "break_glass.dat" TO WS-BG-FILENAME
           END-IF
           MOVE 0 TO WS-BGS-USED
           MOVE "N" TO WS-BGS-OVERFLOW-FLAG
           MOVE "N" TO WS-BG-EOF-FLAG
           OPEN INPUT BG-SESSION-FILE
           IF WS-BG-FILE-STATUS = "00"
              PERFORM READ-BG-SESSION-RECORD
              PERFORM LOAD-BG-SESSION UNTIL WS-BG-EOF
              CLOSE BG-SESSION-FILE
           END-IF
           PERFORM CHECK-ONE-BG-SESSION
              VARYING WS-BGS-IDX FROM 1 BY 1
              UNTIL WS-BGS-IDX > WS-BGS-USED
           IF WS-BGS-OVERFLOW
              MOVE "TROP DE SESSIONS D'URGENCE NON REVUES A CONTROLER"
                 TO WS-CHECK-TEXT
              PERFORM RECORD-BLOCK
           END-IF.

       READ-BG-SESSION-RECORD.
           READ BG-SESSION-FILE
              AT END
                 SET WS-BG-EOF TO TRUE
           END-READ.

      * A reviewed session gives its slot to the last one in the
      * table.  A session that finds the table full is never
      * dropped quietly: the overflow holds the close.
       LOAD-BG-SESSION.
           IF BG-OPENED AND BG-BUS-DATE < WS-CLOSE-DATE
              IF WS-BGS-USED < WS-BGS-MAX
                 ADD 1 TO WS-BGS-USED
                 MOVE BG-SESSION-ID TO WS-BGS-ID (WS-BGS-USED)
              ELSE
                 SET WS-BGS-OVERFLOW TO TRUE
              END-IF
           END-IF
           IF BG-REVIEWED
              MOVE "N" TO WS-BGS-FOUND-FLAG
              PERFORM FIND-BG-SESSION
                 VARYING WS-BGS-IDX FROM 1 BY 1
                 UNTIL WS-BGS-IDX > WS-BGS-USED OR WS-BGS-FOUND
              IF WS-BGS-FOUND
                 MOVE WS-BGS-ID (WS-BGS-USED)
                    TO WS-BGS-ID (WS-BGS-IDX)
                 SUBTRACT 1 FROM WS-BGS-USED
              END-IF
           END-IF
           PERFORM READ-BG-SESSION-RECORD.

       FIND-BG-SESSION.
           IF WS-BGS-ID (WS-BGS-IDX) = BG-SESSION-ID
              SET WS-BGS-FOUND TO TRUE
              SUBTRACT 1 FROM WS-BGS-IDX
           END-IF.

       CHECK-ONE-BG-SESSION.
           MOVE SPACES TO WS-CHECK-TEXT
           STRING "SESSION D'URGENCE NON REVUE: " DELIMITED BY SIZE
                  WS-BGS-ID (WS-BGS-IDX) DELIMITED BY SIZE
                  INTO WS-CHECK-TEXT
           END-STRING
           PERFORM RECORD-BLOCK.

      * Archiving runs before the operators sign off, so the signed
      * checklist is filed with the day's archive here, once the
      * close is cleared, and entered on the archive manifest like
      * any other archived file of the day.
       ARCHIVE-SIGNED-CHECKLIST.
           IF WS-CHECKLIST-DEFINED
              MOVE 0 TO WS-SIGN-COUNT
              MOVE "N" TO WS-SIGN-EOF-FLAG
              OPEN INPUT SIGN-FILE
              IF WS-SIGN-STATUS = "00"
                 PERFORM READ-SIGN-RECORD
                 PERFORM COUNT-SIGN-RECORD UNTIL WS-SIGN-EOF
                 CLOSE SIGN-FILE
                 PERFORM COPY-CHECKLIST-TO-ARCHIVE
              END-IF
           END-IF.

       COUNT-SIGN-RECORD.
           ADD 1 TO WS-SIGN-COUNT
           PERFORM READ-SIGN-RECORD.

       COPY-CHECKLIST-TO-ARCHIVE.
           ACCEPT WS-ARCHIVE-DIR FROM ENVIRONMENT "ARCHIVE_DIR"
           IF WS-ARCHIVE-DIR = SPACES
              MOVE "archive" TO WS-ARCHIVE-DIR
           END-IF
           MOVE WS-SIGN-FILENAME TO WS-ARCHIVE-NAME
           MOVE SPACES TO WS-SHELL-CMD
           STRING "mkdir -p "                   DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ARCHIVE-DIR) DELIMITED BY SIZE
                  " && cp -p "                  DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SIGN-FILENAME)
                     DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ARCHIVE-DIR) DELIMITED BY SIZE
                  " && gzip -f "                DELIMITED BY SIZE
                  FUNCTION TRIM (WS-ARCHIVE-DIR) DELIMITED BY SIZE
                  "/"                           DELIMITED BY SIZE
                  FUNCTION TRIM (WS-SIGN-FILENAME)
                     DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: signed checklist not archived"
              ELSE
                 DISPLAY "AVERTISSEMENT: liste signee non archivee"
              END-IF
           ELSE
              MOVE SPACES TO WS-MANIFEST-FILENAME
              STRING FUNCTION TRIM (WS-ARCHIVE-DIR) DELIMITED BY SIZE
                     "/manifest.dat"                DELIMITED BY SIZE
                     INTO WS-MANIFEST-FILENAME
              END-STRING
              CALL "BUSINESS_DATE" USING WS-TODAY, WS-DATE-SOURCE
              OPEN EXTEND MANIFEST-FILE
              IF WS-MANIFEST-STATUS = "35"
                 OPEN OUTPUT MANIFEST-FILE
              END-IF
              IF WS-MANIFEST-STATUS = "00"
                 MOVE SPACES TO MAN-FILENAME
                 MOVE WS-CLOSE-DATE   TO MAN-BUS-DATE
                 MOVE WS-ARCHIVE-NAME TO MAN-FILENAME
                 MOVE WS-SIGN-COUNT   TO MAN-REC-COUNT
                 MOVE 0               TO MAN-CONTROL-TOTAL
                 MOVE "ARCHIVED"      TO MAN-ACTION
                 MOVE WS-TODAY        TO MAN-ACTION-DATE
                 MOVE WS-MANIFEST-LINE TO MANIFEST-RECORD
                 WRITE MANIFEST-RECORD
                 CLOSE MANIFEST-FILE
              END-IF
              IF WS-LOCALE-EN
                 DISPLAY "Signed checklist archived: "
                         FUNCTION TRIM (WS-SIGN-FILENAME)
              ELSE
                 DISPLAY "Liste signee archivee: "
                         FUNCTION TRIM (WS-SIGN-FILENAME)
              END-IF
           END-IF.

      * SANDBOX_DIR reroutes every data file the program touches
      * into a rehearsal directory: operations copy the production
      * data there, run the whole suite against the copy and throw
