
           GOBACK.

      * Each market closes on its own days: a caller working for a
      * foreign entity switches to that entity's calendar file
      * before asking for business-day arithmetic.  A blank code
      * returns to the default calendar.
       ENTRY "SET_HOLIDAY_CALENDAR" USING LS-CALENDAR-CODE.
           IF LS-CALENDAR-CODE = SPACES
              OR LS-CALENDAR-CODE = LOW-VALUES
              ACCEPT WS-HOLIDAY-FILENAME FROM ENVIRONMENT
                     "HOLIDAY_FILE"
              IF WS-HOLIDAY-FILENAME = SPACES
                 MOVE "holidays.dat" TO WS-HOLIDAY-FILENAME
              END-IF
           ELSE
              MOVE SPACES TO WS-HOLIDAY-FILENAME
              STRING "holidays-"       DELIMITED BY SIZE
                     LS-CALENDAR-CODE  DELIMITED BY SIZE
                     ".dat"            DELIMITED BY SIZE
                     INTO WS-HOLIDAY-FILENAME
              END-STRING
           END-IF
           MOVE "N" TO WS-HOLIDAYS-LOADED-FLAG
           MOVE "N" TO WS-COVERAGE-WARNED-FLAG
           MOVE 9999 TO WS-HOLIDAY-MIN-YEAR
           MOVE 0 TO WS-HOLIDAY-MAX-YEAR
           PERFORM RELOAD-HOLIDAY-TABLE
           GOBACK.

       VALIDATE-BASE-DATE.
           SET LS-DATE-VALID TO TRUE
           IF LS-BASE-MONTH < 1 OR LS-BASE-MONTH > 12
              SUBTRACT 1 FROM WS-DAYS-REMAINING
           END-IF.

       RELOAD-HOLIDAY-TABLE.
           SET WS-HOLIDAYS-LOADED TO TRUE
           MOVE "N" TO WS-HOLIDAY-EOF-FLAG
