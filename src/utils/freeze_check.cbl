       IDENTIFICATION DIVISION.
       PROGRAM-ID. FREEZE_CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FREEZE-CAL-FILE ASSIGN TO DYNAMIC WS-CALENDAR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT FREEZE-OVR-FILE ASSIGN TO DYNAMIC WS-OVERRIDE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OVERRIDE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FREEZE-CAL-FILE.
       01 FREEZE-CAL-RECORD.
           COPY FRZCAL.

       FD FREEZE-OVR-FILE.
       01 FREEZE-OVR-RECORD.
           COPY FRZOVR.

       WORKING-STORAGE SECTION.
       01 WS-CALENDAR-FILENAME    PIC X(100)  VALUE SPACES.
       01 WS-CALENDAR-STATUS      PIC X(2).
       01 WS-OVERRIDE-FILENAME    PIC X(100)  VALUE SPACES.
       01 WS-OVERRIDE-STATUS      PIC X(2).
       01 WS-EOF-FLAG             PIC X(1)    VALUE "N".
          88 WS-EOF                           VALUE "Y".
       01 WS-FROZEN-FLAG          PIC X(1)    VALUE "N".
          88 WS-SCOPE-FROZEN                  VALUE "Y".
       01 WS-OVERRIDE-STATE       PIC X(1)    VALUE SPACE.
          88 WS-OVERRIDE-APPROVED             VALUE "A".

       LINKAGE SECTION.
       01 LS-SCOPE                PIC X(10).
       01 LS-CHECK-DATE           PIC X(8).
       01 LS-FREEZE-STATUS        PIC 9(2).
          88 LS-NOT-FROZEN                    VALUE 0.
          88 LS-FROZEN-OVERRIDDEN             VALUE 4.
          88 LS-FROZEN                        VALUE 12.
       01 LS-FREEZE-REASON        PIC X(40).

      * Tells a maintenance program whether its scope is frozen on
      * the given date.  Status 0 no freeze applies, 4 the scope is
      * frozen but two supervisors approved an emergency override
      * for that date, 12 frozen and the change must be refused.
      * The reason of the freeze comes back for the operator.  A
      * calendar line with scope ALL freezes every scope, and an
      * override filed for ALL lifts every scope for the day.  Both
      * files are re-read on every call, so an override approved
      * during the day is honoured at once.
       PROCEDURE DIVISION USING LS-SCOPE, LS-CHECK-DATE,
                                LS-FREEZE-STATUS, LS-FREEZE-REASON.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-FREEZE-STATUS
           MOVE SPACES TO LS-FREEZE-REASON
           ACCEPT WS-CALENDAR-FILENAME FROM ENVIRONMENT
                  "FREEZE_CALENDAR_FILE"
           IF WS-CALENDAR-FILENAME = SPACES
              MOVE "freeze_calendar.dat" TO WS-CALENDAR-FILENAME
           END-IF
           ACCEPT WS-OVERRIDE-FILENAME FROM ENVIRONMENT
                  "FREEZE_OVERRIDE_FILE"
           IF WS-OVERRIDE-FILENAME = SPACES
              MOVE "freeze_override.dat" TO WS-OVERRIDE-FILENAME
           END-IF

           MOVE "N" TO WS-FROZEN-FLAG
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT FREEZE-CAL-FILE
           IF WS-CALENDAR-STATUS = "00"
              PERFORM READ-CALENDAR-RECORD
              PERFORM MATCH-CALENDAR-RECORD
                 UNTIL WS-EOF OR WS-SCOPE-FROZEN
              CLOSE FREEZE-CAL-FILE
           END-IF

           IF WS-SCOPE-FROZEN
              MOVE SPACE TO WS-OVERRIDE-STATE
              MOVE "N" TO WS-EOF-FLAG
              OPEN INPUT FREEZE-OVR-FILE
              IF WS-OVERRIDE-STATUS = "00"
                 PERFORM READ-OVERRIDE-RECORD
                 PERFORM MATCH-OVERRIDE-RECORD UNTIL WS-EOF
                 CLOSE FREEZE-OVR-FILE
              END-IF
              IF WS-OVERRIDE-APPROVED
                 MOVE 4 TO LS-FREEZE-STATUS
              ELSE
                 MOVE 12 TO LS-FREEZE-STATUS
              END-IF
           END-IF
           GOBACK.

       READ-CALENDAR-RECORD.
           READ FREEZE-CAL-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ.

       MATCH-CALENDAR-RECORD.
           IF FZ-FROM-DATE NUMERIC AND FZ-TO-DATE NUMERIC
              AND FZ-FROM-DATE <= LS-CHECK-DATE
              AND FZ-TO-DATE >= LS-CHECK-DATE
              AND (FZ-SCOPE = LS-SCOPE OR FZ-SCOPE = "ALL")
              SET WS-SCOPE-FROZEN TO TRUE
              MOVE FZ-REASON TO LS-FREEZE-REASON
           ELSE
              PERFORM READ-CALENDAR-RECORD
           END-IF.

       READ-OVERRIDE-RECORD.
           READ FREEZE-OVR-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ.

       MATCH-OVERRIDE-RECORD.
           IF FO-DATE = LS-CHECK-DATE
              AND (FO-SCOPE = LS-SCOPE OR FO-SCOPE = "ALL")
              IF NOT WS-OVERRIDE-APPROVED
                 MOVE FO-STATE TO WS-OVERRIDE-STATE
              END-IF
           END-IF
           PERFORM READ-OVERRIDE-RECORD.

       END PROGRAM FREEZE_CHECK.
