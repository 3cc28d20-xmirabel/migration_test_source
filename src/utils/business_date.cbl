       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSINESS_DATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO DYNAMIC WS-CONTROL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * A single record holds the business date every program posts
      * and reports under.  The wall clock plays no part once the
      * file exists: a batch that slips past midnight still works
      * the day it started, and only the day close moves it on.
       FD CONTROL-FILE.
       01 CONTROL-RECORD.
          05 BDT-DATE             PIC 9(8).
          05 FILLER               PIC X(1).
          05 BDT-PREV-DATE        PIC 9(8).
          05 FILLER               PIC X(1).
          05 BDT-ADVANCED-AT      PIC X(14).
          05 FILLER               PIC X(1).
          05 BDT-ADVANCED-BY      PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-FILENAME     PIC X(100)
                                     VALUE "business_date.dat".
       01 WS-CONTROL-STATUS       PIC X(2).
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".
       01 WS-LOADED-FLAG          PIC X(1)    VALUE "N".
          88 WS-DATE-LOADED                   VALUE "Y".
       01 WS-HELD-DATE            PIC X(8)    VALUE SPACES.
       01 WS-HELD-SOURCE          PIC X(1)    VALUE "C".
          88 WS-HELD-FROM-CLOCK               VALUE "H".
       01 WS-FILE-DATE            PIC 9(8)    VALUE 0.
       01 WS-FILE-FOUND-FLAG      PIC X(1)    VALUE "N".
          88 WS-FILE-FOUND                    VALUE "Y".
       01 WS-TIMESTAMP            PIC X(21).
       01 WS-ADVANCE-USER         PIC X(30).

       01 WS-BASE-DATE.
          COPY DATEFLDS REPLACING ==PREFIX-YEAR== BY ==WS-BASE-YEAR==
                                   ==PREFIX-MONTH== BY ==WS-BASE-MONTH==
                                   ==PREFIX-DAY== BY ==WS-BASE-DAY==.
       01 WS-NEXT-DATE.
          COPY DATEFLDS REPLACING ==PREFIX-YEAR== BY ==WS-NEXT-YEAR==
                                   ==PREFIX-MONTH== BY ==WS-NEXT-MONTH==
                                   ==PREFIX-DAY== BY ==WS-NEXT-DAY==.
       01 WS-DAYS-TO-ADD          PIC S9(5) COMP VALUE 1.
       01 WS-BUSINESS-DAY-FLAG    PIC X(1)    VALUE "Y".
       01 WS-DATE-VALID           PIC X(1).
          88 WS-DATE-IS-VALID                 VALUE "Y".

       01 WS-ALERT-PROGRAM        PIC X(12)   VALUE "BUSINESS_DAT".
       01 WS-ALERT-SEVERITY       PIC X(6).
       01 WS-ALERT-TEXT           PIC X(80).

       LINKAGE SECTION.
       01 LS-BUSINESS-DATE        PIC X(8).
       01 LS-DATE-SOURCE          PIC X(1).
          88 LS-DATE-FROM-CONTROL             VALUE "C".
          88 LS-DATE-FROM-CLOCK               VALUE "H".
       01 LS-CLOSED-DATE          PIC X(8).
       01 LS-NEXT-DATE            PIC X(8).
       01 LS-ADVANCE-STATUS       PIC 9(2).

      * Returns the current business date.  Source "C" means it came
      * from the control file; "H" means the file was missing or
      * unreadable and the system clock stood in - callers carry
      * that flag into their log lines.  The file is read once per
      * run unit so every call in one run sees the same day.
       PROCEDURE DIVISION USING LS-BUSINESS-DATE, LS-DATE-SOURCE.
       MAIN-PROCEDURE.
           IF NOT WS-DATE-LOADED
              PERFORM LOAD-BUSINESS-DATE
           END-IF
           MOVE WS-HELD-DATE TO LS-BUSINESS-DATE
           MOVE WS-HELD-SOURCE TO LS-DATE-SOURCE
           GOBACK.

      * Called by the day close once the CLOSED record for a date is
      * written.  The control file moves to the next business day
      * after the closed date; closing a date that is already behind
      * the control date (a reopened day closed again) leaves the
      * control date where it is.  Status 0 advanced, 4 unchanged,
      * 8 the control file could not be written.
       ENTRY "BUSINESS_DATE_ADVANCE" USING LS-CLOSED-DATE,
            LS-NEXT-DATE, LS-ADVANCE-STATUS.
           MOVE 0 TO LS-ADVANCE-STATUS
           MOVE SPACES TO LS-NEXT-DATE
           PERFORM READ-CONTROL-FILE
           IF WS-FILE-FOUND
              AND WS-FILE-DATE > FUNCTION NUMVAL (LS-CLOSED-DATE)
              MOVE 4 TO LS-ADVANCE-STATUS
              MOVE WS-FILE-DATE TO LS-NEXT-DATE
           ELSE
              MOVE LS-CLOSED-DATE TO WS-BASE-DATE
              CALL "DATE_ARITH" USING WS-BASE-DATE, WS-DAYS-TO-ADD,
                                      WS-BUSINESS-DAY-FLAG,
                                      WS-NEXT-DATE, WS-DATE-VALID
              IF NOT WS-DATE-IS-VALID
                 MOVE 8 TO LS-ADVANCE-STATUS
              ELSE
                 PERFORM WRITE-CONTROL-FILE
                 IF WS-CONTROL-STATUS NOT = "00"
                    MOVE 8 TO LS-ADVANCE-STATUS
                 ELSE
                    MOVE WS-NEXT-DATE TO LS-NEXT-DATE
                    MOVE WS-NEXT-DATE TO WS-HELD-DATE
                    MOVE "C" TO WS-HELD-SOURCE
                    SET WS-DATE-LOADED TO TRUE
                 END-IF
              END-IF
           END-IF
           GOBACK.

       LOAD-BUSINESS-DATE.
           SET WS-DATE-LOADED TO TRUE
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           PERFORM READ-CONTROL-FILE
           IF WS-FILE-FOUND
              MOVE WS-FILE-DATE TO WS-HELD-DATE
              MOVE "C" TO WS-HELD-SOURCE
           ELSE
              ACCEPT WS-HELD-DATE FROM DATE YYYYMMDD
              MOVE "H" TO WS-HELD-SOURCE
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: no business date in "
                         FUNCTION TRIM (WS-CONTROL-FILENAME)
                         " - system clock used (" WS-HELD-DATE ")"
              ELSE
                 DISPLAY "AVERTISSEMENT: pas de date comptable dans "
                         FUNCTION TRIM (WS-CONTROL-FILENAME)
                         " - horloge systeme utilisee ("
                         WS-HELD-DATE ")"
              END-IF
              MOVE "WARN" TO WS-ALERT-SEVERITY
              MOVE SPACES TO WS-ALERT-TEXT
              STRING "DATE COMPTABLE ABSENTE, HORLOGE UTILISEE: "
                        DELIMITED BY SIZE
                     WS-HELD-DATE DELIMITED BY SIZE
                     INTO WS-ALERT-TEXT
              END-STRING
              CALL "ALERT_LOG" USING WS-ALERT-PROGRAM,
                                      WS-ALERT-SEVERITY,
                                      WS-ALERT-TEXT
           END-IF.

      * BUSINESS_DATE_FILE points a rehearsal or a second legal
      * entity at its own control file.
       READ-CONTROL-FILE.
           MOVE "N" TO WS-FILE-FOUND-FLAG
           MOVE 0 TO WS-FILE-DATE
           ACCEPT WS-CONTROL-FILENAME FROM ENVIRONMENT
                  "BUSINESS_DATE_FILE"
           IF WS-CONTROL-FILENAME = SPACES
              MOVE "business_date.dat" TO WS-CONTROL-FILENAME
           END-IF
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
              READ CONTROL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF BDT-DATE NUMERIC AND BDT-DATE NOT = 0
                       MOVE BDT-DATE TO WS-BASE-DATE
                       IF WS-BASE-MONTH >= 1 AND WS-BASE-MONTH <= 12
                          AND WS-BASE-DAY >= 1 AND WS-BASE-DAY <= 31
                          SET WS-FILE-FOUND TO TRUE
                          MOVE BDT-DATE TO WS-FILE-DATE
                       END-IF
                    END-IF
              END-READ
              CLOSE CONTROL-FILE
           END-IF.

       WRITE-CONTROL-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO WS-ADVANCE-USER
           ACCEPT WS-ADVANCE-USER FROM ENVIRONMENT "APP_USER"
           IF WS-ADVANCE-USER = SPACES
              ACCEPT WS-ADVANCE-USER FROM ENVIRONMENT "USER"
           END-IF
           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
              MOVE SPACES TO CONTROL-RECORD
              MOVE WS-NEXT-DATE TO BDT-DATE
              MOVE FUNCTION NUMVAL (LS-CLOSED-DATE) TO BDT-PREV-DATE
              MOVE WS-TIMESTAMP (1:14) TO BDT-ADVANCED-AT
              MOVE WS-ADVANCE-USER TO BDT-ADVANCED-BY
              WRITE CONTROL-RECORD
              CLOSE CONTROL-FILE
           END-IF.
       END PROGRAM BUSINESS_DATE.
