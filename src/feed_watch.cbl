       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-WATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC WS-SCHEDULE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT ARRIVAL-FILE ASSIGN TO DYNAMIC WS-ARRIVAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARRIVAL-STATUS.

           SELECT WATCH-LIST-FILE
           ASSIGN TO DYNAMIC WS-WATCH-LIST-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WATCH-LIST-STATUS.

           SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One line per expected source: the THDR-SOURCE it sends, the
      * weekdays it is due (Monday first, Y or N), the arrival window
      * (HHMM) and whether the day can run without it.
       FD SCHEDULE-FILE.
       01 SCHEDULE-RECORD.
          05 FSC-SOURCE           PIC X(10).
          05 FILLER               PIC X(1).
          05 FSC-DAYS             PIC X(7).
          05 FILLER               PIC X(1).
          05 FSC-WINDOW-FROM      PIC 9(4).
          05 FILLER               PIC X(1).
          05 FSC-WINDOW-TO        PIC 9(4).
          05 FILLER               PIC X(1).
          05 FSC-MANDATORY        PIC X(1).

      * Arrival log: every feed seen in the input directory, every
      * late or missing mandatory feed and the start of the job, one
      * line each, so a restarted watcher picks up where it was.
       FD ARRIVAL-FILE.
       01 ARRIVAL-RECORD.
          05 FAR-DATE             PIC X(8).
          05 FILLER               PIC X(1).
          05 FAR-TIME             PIC X(6).
          05 FILLER               PIC X(1).
          05 FAR-EVENT            PIC X(8).
          05 FILLER               PIC X(1).
          05 FAR-SOURCE           PIC X(10).
          05 FILLER               PIC X(1).
          05 FAR-FILE             PIC X(60).

       FD WATCH-LIST-FILE.
       01 WATCH-LIST-RECORD       PIC X(100).

       FD FEED-FILE.
       01 FEED-HEADER-RECORD.
          05 FDH-TYPE             PIC X(3).
          05 FDH-DATE             PIC X(8).
          05 FDH-SOURCE           PIC X(10).
          05 FILLER               PIC X(93).

       WORKING-STORAGE SECTION.
       01 WS-SCHEDULE-FILENAME    PIC X(100)
                                     VALUE "feed_schedule.dat".
       01 WS-SCHEDULE-STATUS      PIC X(2).
       01 WS-ARRIVAL-FILENAME     PIC X(100)
                                     VALUE "feed_arrivals.dat".
       01 WS-ARRIVAL-STATUS       PIC X(2).
       01 WS-WATCH-LIST-FILENAME  PIC X(100)
                                     VALUE "feed_watch_list.tmp".
       01 WS-WATCH-LIST-STATUS    PIC X(2).
       01 WS-FEED-FILENAME        PIC X(200).
       01 WS-FEED-STATUS          PIC X(2).
       01 WS-EOF-FLAG             PIC X(1)    VALUE "N".
          88 WS-EOF                           VALUE "Y".
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-WATCH-DATE           PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-WEEKDAY              PIC 9(1).
       01 WS-DAY-INT              PIC 9(8).
       01 WS-INPUT-DIR            PIC X(100).

      * FEED_CUTOFF (HHMM) is when the job starts whatever is still
      * missing; FEED_POLL_SECONDS the pause between two looks at the
      * directory; FEED_WATCH_ONCE=Y looks once and stops, for a
      * watcher driven by the scheduler instead of left running.
       01 WS-PARAM-TEXT           PIC X(4).
       01 WS-CUTOFF               PIC 9(4)    VALUE 1800.
       01 WS-POLL-SECONDS         PIC 9(4)    VALUE 60.
       01 WS-POLL-NANOS           PIC 9(18) COMP-5.
       01 WS-ONCE-FLAG            PIC X(1)    VALUE "N".
          88 WS-WATCH-ONCE                    VALUE "Y".
       01 WS-NOW-TIME             PIC 9(8).
       01 WS-NOW-HHMM             PIC 9(4).

       01 WS-FSC-TABLE.
          05 WS-FSC-ENTRY OCCURS 50 TIMES.
             10 WS-FSC-SOURCE        PIC X(10).
             10 WS-FSC-FROM          PIC 9(4).
             10 WS-FSC-TO            PIC 9(4).
             10 WS-FSC-MAND-FLAG     PIC X(1).
                88 WS-FSC-MANDATORY             VALUE "Y".
             10 WS-FSC-DUE-FLAG      PIC X(1).
                88 WS-FSC-DUE                   VALUE "Y".
             10 WS-FSC-ARRIVED-FLAG  PIC X(1).
                88 WS-FSC-ARRIVED               VALUE "Y".
             10 WS-FSC-LATE-FLAG     PIC X(1).
                88 WS-FSC-LATE-ALERTED          VALUE "Y".
       01 WS-FSC-USED             PIC 9(2)    VALUE 0.
       01 WS-FSC-MAX              PIC 9(2)    VALUE 50.
       01 WS-FSC-IDX              PIC 9(2).
       01 WS-FSC-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-FSC-FOUND                     VALUE "Y".
       01 WS-LOOK-SOURCE          PIC X(10).

       01 WS-SEEN-TABLE.
          05 WS-SEEN-FILE OCCURS 500 TIMES PIC X(60).
       01 WS-SEEN-USED            PIC 9(3)    VALUE 0.
       01 WS-SEEN-MAX             PIC 9(3)    VALUE 500.
       01 WS-SEEN-IDX             PIC 9(3).
       01 WS-SEEN-FOUND-FLAG      PIC X(1)    VALUE "N".
          88 WS-SEEN-FOUND                    VALUE "Y".

       01 WS-STARTED-FLAG         PIC X(1)    VALUE "N".
          88 WS-JOB-ALREADY-STARTED           VALUE "Y".
       01 WS-START-FLAG           PIC X(1)    VALUE "N".
          88 WS-START-JOB                     VALUE "Y".
       01 WS-DONE-FLAG            PIC X(1)    VALUE "N".
          88 WS-WATCH-DONE                    VALUE "Y".
       01 WS-MISSING-COUNT        PIC 9(2)    VALUE 0.
       01 WS-ARRIVED-COUNT        PIC 9(3)    VALUE 0.

       01 WS-EVENT                PIC X(8).
       01 WS-EVENT-SOURCE         PIC X(10).
       01 WS-EVENT-FILE           PIC X(60).

       01 WS-ALERT-PROGRAM        PIC X(12)   VALUE "FEED-WATCH".
       01 WS-ALERT-SEVERITY       PIC X(6).
       01 WS-ALERT-TEXT           PIC X(80).

       01 WS-SHELL-CMD            PIC X(250).
       01 WS-SHELL-RC             PIC S9(9) COMP-5.
       01 WS-JOB-RC               PIC S9(9) COMP-5.
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-BIN-PREFIX           PIC X(102)  VALUE "./".
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.

      * Watches INPUT_DIR for the feeds due on the business day.
      * Each new file is logged with the source its header names and
      * whether it came inside its window; a mandatory feed still
      * absent after its window raises a SEVERE alert.  DAILY-JOB is
      * started once every mandatory feed is in, or at the cut-off
      * with whatever has come, the missing feeds alerted again.
      * The job is started once per business day.  Return code: the
      * job's, 4 when FEED_WATCH_ONCE stops before the job could
      * start, 12 on a missing schedule or input directory.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           ACCEPT WS-WATCH-DATE FROM ENVIRONMENT "FEED_DATE"
           IF WS-WATCH-DATE NOT NUMERIC OR WS-WATCH-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-WATCH-DATE, WS-DATE-SOURCE
           END-IF
           MOVE WS-WATCH-DATE TO WS-DAY-INT
           COMPUTE WS-WEEKDAY =
              FUNCTION MOD (FUNCTION INTEGER-OF-DATE (WS-DAY-INT) - 1,
                            7) + 1

           MOVE SPACES TO WS-INPUT-DIR
           ACCEPT WS-INPUT-DIR FROM ENVIRONMENT "INPUT_DIR"
           MOVE SPACES TO WS-PARAM-TEXT
           ACCEPT WS-PARAM-TEXT FROM ENVIRONMENT "FEED_CUTOFF"
           IF WS-PARAM-TEXT NUMERIC
              MOVE WS-PARAM-TEXT TO WS-CUTOFF
           END-IF
           MOVE SPACES TO WS-PARAM-TEXT
           ACCEPT WS-PARAM-TEXT FROM ENVIRONMENT "FEED_POLL_SECONDS"
           IF WS-PARAM-TEXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL (WS-PARAM-TEXT) = 0
              COMPUTE WS-POLL-SECONDS =
                 FUNCTION NUMVAL (WS-PARAM-TEXT)
           END-IF
           IF WS-POLL-SECONDS < 1
              MOVE 1 TO WS-POLL-SECONDS
           END-IF
           COMPUTE WS-POLL-NANOS = WS-POLL-SECONDS * 1000000000
           ACCEPT WS-ONCE-FLAG FROM ENVIRONMENT "FEED_WATCH_ONCE"
           IF NOT WS-WATCH-ONCE
              MOVE "N" TO WS-ONCE-FLAG
           END-IF

           IF WS-LOCALE-EN
              DISPLAY "=== Feed watch: " WS-WATCH-DATE
                      " (cut-off " WS-CUTOFF ") ==="
           ELSE
              DISPLAY "=== Surveillance des fichiers: " WS-WATCH-DATE
                      " (heure limite " WS-CUTOFF ") ==="
           END-IF

           PERFORM LOAD-FEED-SCHEDULE
           IF WS-INPUT-DIR = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: INPUT_DIR is not set"
              ELSE
                 DISPLAY "ERREUR: INPUT_DIR n'est pas renseigne"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           ELSE
           IF WS-FSC-USED = 0
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: no feed schedule"
              ELSE
                 DISPLAY "ERREUR: aucun calendrier des fichiers"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              PERFORM LOAD-ARRIVAL-LOG
              IF WS-JOB-ALREADY-STARTED
                 IF WS-LOCALE-EN
                    DISPLAY "Daily job already started for "
                            WS-WATCH-DATE
                 ELSE
                    DISPLAY "Traitement du jour deja lance pour le "
                            WS-WATCH-DATE
                 END-IF
              ELSE
                 PERFORM WATCH-ONE-CYCLE UNTIL WS-WATCH-DONE
                 IF WS-START-JOB
                    PERFORM START-DAILY-JOB
                 ELSE
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-IF
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-FEED-SCHEDULE.
           ACCEPT WS-SCHEDULE-FILENAME FROM ENVIRONMENT
                  "FEED_SCHEDULE_FILE"
           IF WS-SCHEDULE-FILENAME = SPACES
              MOVE "feed_schedule.dat" TO WS-SCHEDULE-FILENAME
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS = "00"
              PERFORM READ-SCHEDULE-RECORD
              PERFORM LOAD-ONE-SCHEDULE UNTIL WS-EOF
                 OR WS-FSC-USED >= WS-FSC-MAX
              CLOSE SCHEDULE-FILE
           END-IF.

       READ-SCHEDULE-RECORD.
           READ SCHEDULE-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ.

       LOAD-ONE-SCHEDULE.
           IF FSC-SOURCE NOT = SPACES AND FSC-SOURCE (1:1) NOT = "*"
              ADD 1 TO WS-FSC-USED
              MOVE FSC-SOURCE TO WS-FSC-SOURCE (WS-FSC-USED)
              MOVE 0 TO WS-FSC-FROM (WS-FSC-USED)
              MOVE 2359 TO WS-FSC-TO (WS-FSC-USED)
              IF FSC-WINDOW-FROM NUMERIC
                 MOVE FSC-WINDOW-FROM TO WS-FSC-FROM (WS-FSC-USED)
              END-IF
              IF FSC-WINDOW-TO NUMERIC
                 MOVE FSC-WINDOW-TO TO WS-FSC-TO (WS-FSC-USED)
              END-IF
              IF FSC-MANDATORY = "Y"
                 MOVE "Y" TO WS-FSC-MAND-FLAG (WS-FSC-USED)
              ELSE
                 MOVE "N" TO WS-FSC-MAND-FLAG (WS-FSC-USED)
              END-IF
              IF FSC-DAYS (WS-WEEKDAY:1) = "Y"
                 MOVE "Y" TO WS-FSC-DUE-FLAG (WS-FSC-USED)
              ELSE
                 MOVE "N" TO WS-FSC-DUE-FLAG (WS-FSC-USED)
              END-IF
              MOVE "N" TO WS-FSC-ARRIVED-FLAG (WS-FSC-USED)
              MOVE "N" TO WS-FSC-LATE-FLAG (WS-FSC-USED)
           END-IF
           PERFORM READ-SCHEDULE-RECORD.

      * A restarted watcher takes back what the log already holds
      * for the day: the files seen, the alerts raised, the start.
       LOAD-ARRIVAL-LOG.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ARRIVAL-FILE
           IF WS-ARRIVAL-STATUS = "00"
              PERFORM READ-ARRIVAL-RECORD
              PERFORM LOAD-ONE-ARRIVAL UNTIL WS-EOF
              CLOSE ARRIVAL-FILE
           END-IF.

       READ-ARRIVAL-RECORD.
           READ ARRIVAL-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ.

       LOAD-ONE-ARRIVAL.
           IF FAR-DATE = WS-WATCH-DATE
              MOVE FAR-SOURCE TO WS-LOOK-SOURCE
              PERFORM LOCATE-SCHEDULE-ENTRY
              EVALUATE FAR-EVENT
                 WHEN "STARTED"
                    SET WS-JOB-ALREADY-STARTED TO TRUE
                 WHEN "LATE"
                 WHEN "MISSING"
                    IF WS-FSC-FOUND
                       SET WS-FSC-LATE-ALERTED (WS-FSC-IDX) TO TRUE
                    END-IF
                 WHEN OTHER
                    IF WS-FSC-FOUND AND FAR-EVENT NOT = "OTHERDAY"
                       SET WS-FSC-ARRIVED (WS-FSC-IDX) TO TRUE
                    END-IF
                    PERFORM REMEMBER-SEEN-FILE
              END-EVALUATE
           END-IF
           PERFORM READ-ARRIVAL-RECORD.

       REMEMBER-SEEN-FILE.
           IF WS-SEEN-USED < WS-SEEN-MAX
              ADD 1 TO WS-SEEN-USED
              MOVE FAR-FILE TO WS-SEEN-FILE (WS-SEEN-USED)
           END-IF.

       LOCATE-SCHEDULE-ENTRY.
           MOVE "N" TO WS-FSC-FOUND-FLAG
           PERFORM FIND-SCHEDULE-ENTRY
              VARYING WS-FSC-IDX FROM 1 BY 1
              UNTIL WS-FSC-IDX > WS-FSC-USED OR WS-FSC-FOUND.

       FIND-SCHEDULE-ENTRY.
           IF WS-FSC-SOURCE (WS-FSC-IDX) = WS-LOOK-SOURCE
              SET WS-FSC-FOUND TO TRUE
              SUBTRACT 1 FROM WS-FSC-IDX
           END-IF.

       WATCH-ONE-CYCLE.
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME (1:4) TO WS-NOW-HHMM
           PERFORM SCAN-INPUT-DIR
           PERFORM CHECK-LATE-FEED
              VARYING WS-FSC-IDX FROM 1 BY 1
              UNTIL WS-FSC-IDX > WS-FSC-USED

           MOVE 0 TO WS-MISSING-COUNT
           PERFORM COUNT-MISSING-FEED
              VARYING WS-FSC-IDX FROM 1 BY 1
              UNTIL WS-FSC-IDX > WS-FSC-USED
           IF WS-MISSING-COUNT = 0
              SET WS-START-JOB TO TRUE
              SET WS-WATCH-DONE TO TRUE
              IF WS-LOCALE-EN
                 DISPLAY "All mandatory feeds are in"
              ELSE
                 DISPLAY "Tous les fichiers obligatoires sont arrives"
              END-IF
           ELSE
              IF WS-NOW-HHMM >= WS-CUTOFF
                 SET WS-START-JOB TO TRUE
                 SET WS-WATCH-DONE TO TRUE
                 PERFORM REPORT-MISSING-FEED
                    VARYING WS-FSC-IDX FROM 1 BY 1
                    UNTIL WS-FSC-IDX > WS-FSC-USED
                 IF WS-LOCALE-EN
                    DISPLAY "Cut-off reached, mandatory feeds "
                            "missing: " WS-MISSING-COUNT
                 ELSE
                    DISPLAY "Heure limite atteinte, fichiers "
                            "obligatoires manquants: "
                            WS-MISSING-COUNT
                 END-IF
              ELSE
                 IF WS-WATCH-ONCE
                    SET WS-WATCH-DONE TO TRUE
                    IF WS-LOCALE-EN
                       DISPLAY "Mandatory feeds still awaited: "
                               WS-MISSING-COUNT
                    ELSE
                       DISPLAY "Fichiers obligatoires attendus: "
                               WS-MISSING-COUNT
                    END-IF
                 ELSE
                    CALL "CBL_GC_NANOSLEEP" USING WS-POLL-NANOS
                 END-IF
              END-IF
           END-IF.

       SCAN-INPUT-DIR.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "ls -1 "                       DELIMITED BY SIZE
                  FUNCTION TRIM (WS-INPUT-DIR)   DELIMITED BY SIZE
                  " > "                          DELIMITED BY SIZE
                  FUNCTION TRIM (WS-WATCH-LIST-FILENAME)
                     DELIMITED BY SIZE
                  " 2>/dev/null"                 DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WATCH-LIST-STATUS = "00"
              PERFORM READ-WATCH-LIST-RECORD
              PERFORM CHECK-ONE-FILE UNTIL WS-EOF
              CLOSE WATCH-LIST-FILE
           END-IF.

       READ-WATCH-LIST-RECORD.
           READ WATCH-LIST-FILE
              AT END
                 SET WS-EOF TO TRUE
           END-READ.

      * A file is logged the first time it is seen, under the source
      * its header names.  Within the window it is ONTIME, after it
      * LATE-ARR, a feed header for another day OTHERDAY, a source
      * not on the schedule UNKNOWN and a file without header NOHDR.
       CHECK-ONE-FILE.
           IF WATCH-LIST-RECORD NOT = SPACES
              MOVE "N" TO WS-SEEN-FOUND-FLAG
              PERFORM FIND-SEEN-FILE
                 VARYING WS-SEEN-IDX FROM 1 BY 1
                 UNTIL WS-SEEN-IDX > WS-SEEN-USED OR WS-SEEN-FOUND
              IF NOT WS-SEEN-FOUND
                 PERFORM LOG-NEW-FILE
              END-IF
           END-IF
           PERFORM READ-WATCH-LIST-RECORD.

       FIND-SEEN-FILE.
           IF WS-SEEN-FILE (WS-SEEN-IDX) = WATCH-LIST-RECORD
              SET WS-SEEN-FOUND TO TRUE
           END-IF.

       LOG-NEW-FILE.
           MOVE WATCH-LIST-RECORD TO WS-EVENT-FILE
           MOVE SPACES TO WS-EVENT-SOURCE
           MOVE "NOHDR" TO WS-EVENT
           MOVE SPACES TO WS-FEED-FILENAME
           STRING FUNCTION TRIM (WS-INPUT-DIR)    DELIMITED BY SIZE
                  "/"                             DELIMITED BY SIZE
                  FUNCTION TRIM (WATCH-LIST-RECORD)
                     DELIMITED BY SIZE
                  INTO WS-FEED-FILENAME
           END-STRING
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS = "00"
              READ FEED-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF FDH-TYPE = "HDR"
                       MOVE FDH-SOURCE TO WS-EVENT-SOURCE
                       PERFORM CLASSIFY-ARRIVAL
                    END-IF
              END-READ
              CLOSE FEED-FILE
           END-IF
           PERFORM WRITE-ARRIVAL-EVENT
           IF WS-SEEN-USED < WS-SEEN-MAX
              ADD 1 TO WS-SEEN-USED
              MOVE WATCH-LIST-RECORD TO WS-SEEN-FILE (WS-SEEN-USED)
           END-IF
           ADD 1 TO WS-ARRIVED-COUNT
           IF WS-LOCALE-EN
              DISPLAY "  Arrived: " FUNCTION TRIM (WATCH-LIST-RECORD)
                      " " WS-EVENT-SOURCE " " WS-EVENT
           ELSE
              DISPLAY "  Arrivee: " FUNCTION TRIM (WATCH-LIST-RECORD)
                      " " WS-EVENT-SOURCE " " WS-EVENT
           END-IF.

       CLASSIFY-ARRIVAL.
           MOVE FDH-SOURCE TO WS-LOOK-SOURCE
           PERFORM LOCATE-SCHEDULE-ENTRY
           IF FDH-DATE NOT = WS-WATCH-DATE
              MOVE "OTHERDAY" TO WS-EVENT
           ELSE
              IF NOT WS-FSC-FOUND
                 MOVE "UNKNOWN" TO WS-EVENT
              ELSE
                 SET WS-FSC-ARRIVED (WS-FSC-IDX) TO TRUE
                 IF WS-NOW-HHMM > WS-FSC-TO (WS-FSC-IDX)
                    MOVE "LATE-ARR" TO WS-EVENT
                 ELSE
                    MOVE "ONTIME" TO WS-EVENT
                 END-IF
              END-IF
           END-IF.

      * A mandatory feed due today and still absent after its window
      * is alerted once.
       CHECK-LATE-FEED.
           IF WS-FSC-MANDATORY (WS-FSC-IDX)
              AND WS-FSC-DUE (WS-FSC-IDX)
              AND NOT WS-FSC-ARRIVED (WS-FSC-IDX)
              AND NOT WS-FSC-LATE-ALERTED (WS-FSC-IDX)
              AND WS-NOW-HHMM > WS-FSC-TO (WS-FSC-IDX)
              SET WS-FSC-LATE-ALERTED (WS-FSC-IDX) TO TRUE
              MOVE "LATE" TO WS-EVENT
              MOVE WS-FSC-SOURCE (WS-FSC-IDX) TO WS-EVENT-SOURCE
              MOVE SPACES TO WS-EVENT-FILE
              PERFORM WRITE-ARRIVAL-EVENT
              MOVE "SEVERE" TO WS-ALERT-SEVERITY
              MOVE SPACES TO WS-ALERT-TEXT
              STRING "Fichier obligatoire en retard: "
                        DELIMITED BY SIZE
                     FUNCTION TRIM (WS-FSC-SOURCE (WS-FSC-IDX))
                        DELIMITED BY SIZE
                     " attendu avant " DELIMITED BY SIZE
                     WS-FSC-TO (WS-FSC-IDX) DELIMITED BY SIZE
                     INTO WS-ALERT-TEXT
              END-STRING
              CALL "ALERT_LOG" USING WS-ALERT-PROGRAM,
                                      WS-ALERT-SEVERITY,
                                      WS-ALERT-TEXT
              DISPLAY "  ALERTE: " FUNCTION TRIM (WS-ALERT-TEXT)
           END-IF.

       COUNT-MISSING-FEED.
           IF WS-FSC-MANDATORY (WS-FSC-IDX)
              AND WS-FSC-DUE (WS-FSC-IDX)
              AND NOT WS-FSC-ARRIVED (WS-FSC-IDX)
              ADD 1 TO WS-MISSING-COUNT
           END-IF.

       REPORT-MISSING-FEED.
           IF WS-FSC-MANDATORY (WS-FSC-IDX)
              AND WS-FSC-DUE (WS-FSC-IDX)
              AND NOT WS-FSC-ARRIVED (WS-FSC-IDX)
              MOVE "MISSING" TO WS-EVENT
              MOVE WS-FSC-SOURCE (WS-FSC-IDX) TO WS-EVENT-SOURCE
              MOVE SPACES TO WS-EVENT-FILE
              PERFORM WRITE-ARRIVAL-EVENT
              MOVE "SEVERE" TO WS-ALERT-SEVERITY
              MOVE SPACES TO WS-ALERT-TEXT
              STRING "Fichier obligatoire absent a l'heure limite: "
                        DELIMITED BY SIZE
                     FUNCTION TRIM (WS-FSC-SOURCE (WS-FSC-IDX))
                        DELIMITED BY SIZE
                     INTO WS-ALERT-TEXT
              END-STRING
              CALL "ALERT_LOG" USING WS-ALERT-PROGRAM,
                                      WS-ALERT-SEVERITY,
                                      WS-ALERT-TEXT
              DISPLAY "  ALERTE: " FUNCTION TRIM (WS-ALERT-TEXT)
           END-IF.

       WRITE-ARRIVAL-EVENT.
           OPEN EXTEND ARRIVAL-FILE
           IF WS-ARRIVAL-STATUS NOT = "00"
              OPEN OUTPUT ARRIVAL-FILE
           END-IF
           MOVE SPACES TO ARRIVAL-RECORD
           MOVE WS-WATCH-DATE TO FAR-DATE
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME (1:6) TO FAR-TIME
           MOVE WS-EVENT TO FAR-EVENT
           MOVE WS-EVENT-SOURCE TO FAR-SOURCE
           MOVE WS-EVENT-FILE TO FAR-FILE
           WRITE ARRIVAL-RECORD
           CLOSE ARRIVAL-FILE.

      * The start is logged before the job runs, so a second watcher
      * for the same day cannot start it again.
       START-DAILY-JOB.
           MOVE "STARTED" TO WS-EVENT
           MOVE SPACES TO WS-EVENT-SOURCE
           MOVE SPACES TO WS-EVENT-FILE
           PERFORM WRITE-ARRIVAL-EVENT
           IF WS-LOCALE-EN
              DISPLAY "Starting the daily job"
           ELSE
              DISPLAY "Lancement du traitement du jour"
           END-IF
           MOVE SPACES TO WS-SHELL-CMD
           STRING FUNCTION TRIM (WS-BIN-PREFIX) DELIMITED BY SIZE
                  "daily_job"                   DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-JOB-RC
           IF WS-JOB-RC >= 256
              COMPUTE WS-JOB-RC = WS-JOB-RC / 256
           END-IF
           IF WS-JOB-RC > 99
              MOVE 99 TO WS-RETURN-CODE
           ELSE
              MOVE WS-JOB-RC TO WS-RETURN-CODE
           END-IF
           IF WS-LOCALE-EN
              DISPLAY "Daily job ended, return code " WS-RETURN-CODE
           ELSE
              DISPLAY "Traitement du jour termine, code retour "
                      WS-RETURN-CODE
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
           END-IF
           IF WS-SANDBOX-DIR NOT = SPACES
              MOVE SPACES TO WS-BIN-PREFIX
              STRING FUNCTION TRIM (WS-LAUNCH-DIR)
                        DELIMITED BY SIZE
                     "/" DELIMITED BY SIZE
                     INTO WS-BIN-PREFIX
              END-STRING
           END-IF.

       END PROGRAM FEED-WATCH.
