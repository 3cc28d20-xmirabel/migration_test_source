           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STEP-RC-STATUS.

           SELECT DAY-STATUS-FILE
           ASSIGN TO DYNAMIC WS-DAY-STATUS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DAY-STATUS-STATUS.

           SELECT ENTITY-FILE ASSIGN TO DYNAMIC WS-ENTITY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENTITY-FILE-STATUS.

           SELECT CONTROL-DATE-FILE
           ASSIGN TO DYNAMIC WS-CONTROL-DATE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-DATE-STATUS.

           SELECT FISCAL-FILE ASSIGN TO DYNAMIC WS-FISCAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FISCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOB-CONTROL-FILE.
          05 FILLER               PIC X(1).
          05 JCF-AFTER            PIC X(10).
          05 FILLER               PIC X(1).
          05 JCF-COMMAND          PIC X(100).

       FD JOB-LOG-FILE.
       01 JOB-LOG-RECORD          PIC X(80).
       FD STEP-RC-FILE.
       01 STEP-RC-RECORD          PIC X(10).

       FD DAY-STATUS-FILE.
       01 DAY-STATUS-RECORD.
          05 DST-DATE             PIC 9(8).
          05 FILLER               PIC X(1).
          05 DST-STATE            PIC X(8).
          05 FILLER               PIC X(63).

       FD ENTITY-FILE.
       01 ENTITY-RECORD.
          05 ENT-CODE             PIC X(3).
          05 FILLER               PIC X(1).
          05 ENT-DESCRIPTION      PIC X(30).
          05 FILLER               PIC X(1).
          05 ENT-CURRENCY         PIC X(3).
          05 FILLER               PIC X(1).
          05 ENT-GL-COMPANY       PIC X(4).
          05 FILLER               PIC X(1).
          05 ENT-ACTIVE           PIC X(1).
          05 FILLER               PIC X(1).
          05 ENT-CALENDAR         PIC X(3).

      * Same layout BUSINESS_DATE keeps its control record in.
       FD CONTROL-DATE-FILE.
       01 CONTROL-DATE-RECORD.
          05 CTL-DATE             PIC 9(8).
          05 FILLER               PIC X(1).
          05 CTL-PREV-DATE        PIC 9(8).
          05 FILLER               PIC X(1).
          05 CTL-ADVANCED-AT      PIC X(14).
          05 FILLER               PIC X(1).
          05 CTL-ADVANCED-BY      PIC X(30).

       FD FISCAL-FILE.
       01 FISCAL-RECORD.
          05 FSC-YEAR             PIC 9(4).
          05 FILLER               PIC X(1).
          05 FSC-PERIOD           PIC 9(2).
          05 FILLER               PIC X(1).
          05 FSC-START-DATE       PIC 9(8).
          05 FILLER               PIC X(1).
          05 FSC-END-DATE         PIC 9(8).
          05 FILLER               PIC X(1).
          05 FSC-CLOSED-FLAG      PIC X(1).

       WORKING-STORAGE SECTION.
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-JOB-DATE              PIC X(8).
       01 WS-DATE-SOURCE           PIC X(1)    VALUE "C".
          88 WS-DATE-FROM-CLOCK                VALUE "H".
       01 WS-FILE-PATTERN          PIC X(50)   VALUE "output".
       01 WS-OUTPUT-FILENAME       PIC X(100).
       01 WS-AUDIT-FILENAME        PIC X(100).
          05 WS-LOG-REJECT-COUNT   PIC 9(7).
          05 FILLER                PIC X(1)    VALUE SPACE.
          05 WS-LOG-RUN-ID         PIC X(15).
          05 FILLER                PIC X(1)    VALUE SPACE.
          05 WS-LOG-DATE-SOURCE    PIC X(7)    VALUE SPACES.
       01 WS-TIME-NOW              PIC X(8).
       01 WS-STEP-START-TIME       PIC X(6).
       01 WS-MAIN-CALC-COUNT       PIC 9(7)    VALUE 0.
       01 WS-STEP-DONE-FLAG        PIC X(1)    VALUE "N".
          88 WS-STEP-DONE                      VALUE "Y".

      * CATCHUP_MODE=Y works through the business days missed since
      * the last CLOSED day, one full run and day close per date.
       01 WS-CATCHUP-FLAG          PIC X(1)    VALUE "N".
          88 WS-CATCHUP-MODE                   VALUE "Y".
       01 WS-CATCHUP-TO-TEXT       PIC X(8)    VALUE SPACES.
       01 WS-CATCHUP-TO            PIC 9(8)    VALUE 0.
       01 WS-CATCHUP-MAXRC-TEXT    PIC X(2)    VALUE SPACES.
       01 WS-CATCHUP-MAXRC         PIC 9(2)    VALUE 4.
       01 WS-LAST-CLOSED           PIC 9(8)    VALUE 0.
       01 WS-CU-TABLE.
          05 WS-CU-ENTRY OCCURS 60 TIMES.
             10 WS-CU-DATE           PIC 9(8).
             10 WS-CU-STATE          PIC X(1).
                88 WS-CU-PENDING               VALUE "P".
                88 WS-CU-DONE                  VALUE "D".
                88 WS-CU-FAILED                VALUE "F".
             10 WS-CU-RC             PIC 9(2).
       01 WS-CU-USED               PIC 9(2)    VALUE 0.
       01 WS-CU-MAX                PIC 9(2)    VALUE 60.
       01 WS-CU-IDX                PIC 9(2).
       01 WS-CU-OUTSTANDING        PIC 9(2)    VALUE 0.
       01 WS-CU-STOP-FLAG          PIC X(1)    VALUE "N".
          88 WS-CU-STOPPED                     VALUE "Y".
       01 WS-CU-CLOSED-FLAG        PIC X(1)    VALUE "N".
          88 WS-CU-DAY-CLOSED                  VALUE "Y".
       01 WS-CU-CMD                PIC X(300).
       01 WS-CU-RUN-RC             PIC S9(9) COMP-5.
       01 WS-SCAN-INT              PIC 9(7).
       01 WS-SCAN-END-INT          PIC 9(7).
       01 WS-SCAN-DATE             PIC 9(8).
       01 WS-SCAN-PREV             PIC 9(8).
       01 WS-BUSINESS-DAY-FLAG     PIC X(1).
          88 WS-IS-BUSINESS-DAY                VALUE "Y".

       01 WS-DAY-STATUS-FILENAME   PIC X(100)  VALUE "day_status.dat".
       01 WS-DAY-STATUS-STATUS     PIC X(2).
       01 WS-DAY-STATUS-EOF-FLAG   PIC X(1)    VALUE "N".
          88 WS-DAY-STATUS-EOF                 VALUE "Y".
       01 WS-ENTITY-FILENAME       PIC X(100)  VALUE SPACES.
       01 WS-ENTITY-FILE-STATUS    PIC X(2).
       01 WS-ENTITY-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-ENTITY-EOF                     VALUE "Y".
       01 WS-CONTROL-DATE-FILENAME PIC X(100)  VALUE SPACES.
       01 WS-CONTROL-DATE-STATUS   PIC X(2).
       01 WS-CONTROL-DATE          PIC 9(8)    VALUE 0.
       01 WS-CONTROL-TIMESTAMP     PIC X(21).
       01 WS-CONTROL-USER          PIC X(30).

      * Calendars of the active entities; a date is worked when it
      * is a business day on at least one of them.
       01 WS-CAL-TABLE.
          05 WS-CAL-CODE OCCURS 20 TIMES PIC X(3).
       01 WS-CAL-USED              PIC 9(2)    VALUE 0.
       01 WS-CAL-MAX               PIC 9(2)    VALUE 20.
       01 WS-CAL-IDX               PIC 9(2).
       01 WS-CAL-WANTED            PIC X(3).
       01 WS-CAL-FOUND-FLAG        PIC X(1).
          88 WS-CAL-FOUND                      VALUE "Y".
       01 WS-BASE-DATE.
          COPY DATEFLDS REPLACING ==PREFIX-YEAR== BY ==WS-BASE-YEAR==
                                   ==PREFIX-MONTH== BY ==WS-BASE-MONTH==
                                   ==PREFIX-DAY== BY ==WS-BASE-DAY==.
       01 WS-RESULT-DATE.
          COPY DATEFLDS REPLACING ==PREFIX-YEAR== BY ==WS-RESULT-YEAR==
                             ==PREFIX-MONTH== BY ==WS-RESULT-MONTH==
                             ==PREFIX-DAY== BY ==WS-RESULT-DAY==.
       01 WS-DAYS-TO-ADD           PIC S9(5) COMP.
       01 WS-BUSINESS-ONLY         PIC X(1)    VALUE "Y".
       01 WS-DATE-VALID            PIC X(1).
          88 WS-DATE-IS-VALID                  VALUE "Y".

      * A JCF command opening with WHEN=<condition> runs only on the
      * days the condition holds.  Conditions are judged once per run
      * against the default holiday calendar and the fiscal calendar:
      *    MONFIRST / MONEND    first / last business day of the month
      *    PERFIRST / PEREND    first / last business day of the fiscal
      *                         period
      *    YEARFIRST / YEAREND  first / last business day of the fiscal
      *                         year
      *    WEEKEND              last business day of the week, the
      *                         week running Monday to Sunday
       01 WS-RUN-WHEN              PIC X(10).
       01 WS-RUN-WHEN-PTR          PIC 9(4) COMP-5.
       01 WS-JCF-CMD-REST          PIC X(100).
       01 WS-COND-READY-FLAG       PIC X(1)    VALUE "N".
          88 WS-COND-READY                     VALUE "Y".
       01 WS-COND-MET-FLAG         PIC X(1).
          88 WS-COND-MET                       VALUE "Y".
       01 WS-COND-REASON           PIC X(36).
       01 WS-JOB-DATE-NUM          PIC 9(8).
       01 WS-PREV-BUS-DATE         PIC 9(8)    VALUE 0.
       01 WS-NEXT-BUS-DATE         PIC 9(8)    VALUE 0.
       01 WS-JOB-WEEK              PIC 9(7).
       01 WS-NEXT-BUS-WEEK         PIC 9(7).
       01 WS-FISCAL-FILENAME       PIC X(100)
                                      VALUE "fiscal_calendar.dat".
       01 WS-FISCAL-STATUS         PIC X(2).
       01 WS-FISCAL-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-FISCAL-EOF                     VALUE "Y".
       01 WS-FP-FOUND-FLAG         PIC X(1)    VALUE "N".
          88 WS-FP-FOUND                       VALUE "Y".
       01 WS-FP-YEAR               PIC 9(4)    VALUE 0.
       01 WS-FP-PERIOD             PIC 9(2)    VALUE 0.
       01 WS-FP-START              PIC 9(8)    VALUE 0.
       01 WS-FP-END                PIC 9(8)    VALUE 0.
       01 WS-FY-START              PIC 9(8)    VALUE 0.
       01 WS-FY-END                PIC 9(8)    VALUE 0.

      * Selection lines share the job log; the decision sits where a
      * step line carries its end time, so duration readers pass them
      * over.
       01 WS-JOB-COND-LINE.
          05 WS-CND-DATE           PIC X(8).
          05 FILLER                PIC X(1)    VALUE SPACE.
          05 WS-CND-TIME           PIC X(6).
          05 FILLER                PIC X(1)    VALUE SPACE.
          05 WS-CND-DECISION       PIC X(6).
          05 FILLER                PIC X(1)    VALUE SPACE.
          05 WS-CND-STEP           PIC X(10).
          05 FILLER                PIC X(1)    VALUE SPACE.
          05 WS-CND-WHEN           PIC X(9).
          05 FILLER                PIC X(1)    VALUE SPACE.
          05 WS-CND-REASON         PIC X(36).

       01 WS-ALERT-PROGRAM         PIC X(12)   VALUE "DAILY-JOB".
       01 WS-ALERT-SEVERITY        PIC X(6).
       01 WS-ALERT-TEXT            PIC X(80).

           PERFORM ENTER-SANDBOX-DIR

           ACCEPT WS-CATCHUP-FLAG FROM ENVIRONMENT "CATCHUP_MODE"
           IF WS-CATCHUP-MODE
              PERFORM RUN-CATCHUP
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-FILE-PATTERN FROM ENVIRONMENT "OUTPUT_PATTERN"
           IF WS-FILE-PATTERN = SPACES
              MOVE "output" TO WS-FILE-PATTERN
           END-IF

           CALL "BUSINESS_DATE" USING WS-JOB-DATE, WS-DATE-SOURCE
           PERFORM BUILD-JOB-FILENAMES

           IF WS-LOCALE-EN
           MOVE SPACES TO WS-JCF-CMD-WORK
           MOVE 1 TO WS-JCF-OUT-PTR
           MOVE 1 TO WS-JCF-IN-IDX
           PERFORM PREFIX-JCF-CHAR UNTIL WS-JCF-IN-IDX > 100.

       PREFIX-JCF-CHAR.
           IF WS-JCF-IN-IDX < 100
              AND JCF-COMMAND (WS-JCF-IN-IDX:2) = "./"
              AND (WS-JCF-IN-IDX = 1
                   OR JCF-COMMAND (WS-JCF-IN-IDX - 1:1) = SPACE)
                 ELSE
                    MOVE JCF-AFTER TO WS-JT-AFTER (WS-JT-USED)
                 END-IF
                 MOVE SPACES TO WS-RUN-WHEN
                 IF JCF-COMMAND (1:5) = "WHEN="
                    PERFORM SPLIT-RUN-CONDITION
                 END-IF
                 IF WS-SANDBOX-DIR NOT = SPACES
                    PERFORM PREFIX-JCF-COMMAND
                    MOVE WS-JCF-CMD-WORK
                 IF WS-STEP-DONE
                    MOVE "D" TO WS-JT-STATE (WS-JT-USED)
                    PERFORM DISPLAY-STEP-SKIPPED
                 ELSE
                    IF WS-RUN-WHEN NOT = SPACES
                       PERFORM APPLY-RUN-CONDITION
                    END-IF
                 END-IF
              END-IF
           END-IF
           PERFORM READ-JOB-CONTROL-RECORD.

      * The WHEN= token is taken off the command before it is stored,
      * so the shell never sees it.
       SPLIT-RUN-CONDITION.
           MOVE 6 TO WS-RUN-WHEN-PTR
           UNSTRING JCF-COMMAND DELIMITED BY ALL SPACE
              INTO WS-RUN-WHEN
              WITH POINTER WS-RUN-WHEN-PTR
           END-UNSTRING
           MOVE SPACES TO WS-JCF-CMD-REST
           IF WS-RUN-WHEN-PTR <= 100
              MOVE JCF-COMMAND (WS-RUN-WHEN-PTR:) TO WS-JCF-CMD-REST
           END-IF
           MOVE WS-JCF-CMD-REST TO JCF-COMMAND.

      * A step whose condition does not hold today is marked skipped,
      * so its dependants drop out with it; either way the decision
      * and its reason go to the job log.
       APPLY-RUN-CONDITION.
           IF NOT WS-COND-READY
              PERFORM PREPARE-RUN-CONDITIONS
           END-IF
           PERFORM EVALUATE-RUN-CONDITION
           IF WS-COND-MET
              MOVE "RETENU" TO WS-CND-DECISION
              IF WS-LOCALE-EN
                 DISPLAY "Conditional step selected ("
                         FUNCTION TRIM (WS-RUN-WHEN) "): "
                         FUNCTION TRIM (JCF-STEP-NAME) " - "
                         FUNCTION TRIM (WS-COND-REASON)
              ELSE
                 DISPLAY "Etape conditionnelle retenue ("
                         FUNCTION TRIM (WS-RUN-WHEN) "): "
                         FUNCTION TRIM (JCF-STEP-NAME) " - "
                         FUNCTION TRIM (WS-COND-REASON)
              END-IF
           ELSE
              MOVE "ECARTE" TO WS-CND-DECISION
              MOVE "S" TO WS-JT-STATE (WS-JT-USED)
              IF WS-LOCALE-EN
                 DISPLAY "Conditional step skipped ("
                         FUNCTION TRIM (WS-RUN-WHEN) "): "
                         FUNCTION TRIM (JCF-STEP-NAME) " - "
                         FUNCTION TRIM (WS-COND-REASON)
              ELSE
                 DISPLAY "Etape conditionnelle ecartee ("
                         FUNCTION TRIM (WS-RUN-WHEN) "): "
                         FUNCTION TRIM (JCF-STEP-NAME) " - "
                         FUNCTION TRIM (WS-COND-REASON)
              END-IF
           END-IF
           MOVE JCF-STEP-NAME TO WS-CND-STEP
           MOVE WS-RUN-WHEN TO WS-CND-WHEN
           MOVE WS-COND-REASON TO WS-CND-REASON
           PERFORM APPEND-COND-LOG-RECORD.

       EVALUATE-RUN-CONDITION.
           MOVE "N" TO WS-COND-MET-FLAG
           MOVE SPACES TO WS-COND-REASON
           EVALUATE WS-RUN-WHEN
              WHEN "MONFIRST"
                 IF WS-PREV-BUS-DATE (1:6) NOT = WS-JOB-DATE (1:6)
                    SET WS-COND-MET TO TRUE
                    STRING "PREMIER JOUR OUVRE DU MOIS "
                              DELIMITED BY SIZE
                           WS-JOB-DATE (1:6) DELIMITED BY SIZE
                           INTO WS-COND-REASON
                    END-STRING
                 ELSE
                    STRING "JOUR OUVRE PRECEDENT " DELIMITED BY SIZE
                           WS-PREV-BUS-DATE DELIMITED BY SIZE
                           INTO WS-COND-REASON
                    END-STRING
                 END-IF
              WHEN "MONEND"
                 IF WS-NEXT-BUS-DATE (1:6) NOT = WS-JOB-DATE (1:6)
                    SET WS-COND-MET TO TRUE
                    STRING "DERNIER JOUR OUVRE DU MOIS "
                              DELIMITED BY SIZE
                           WS-JOB-DATE (1:6) DELIMITED BY SIZE
                           INTO WS-COND-REASON
                    END-STRING
                 ELSE
                    STRING "JOUR OUVRE SUIVANT " DELIMITED BY SIZE
                           WS-NEXT-BUS-DATE DELIMITED BY SIZE
                           INTO WS-COND-REASON
                    END-STRING
                 END-IF
              WHEN "WEEKEND"
                 COMPUTE WS-JOB-WEEK =
                    (FUNCTION INTEGER-OF-DATE (WS-JOB-DATE-NUM) - 1)
                    / 7
                 COMPUTE WS-NEXT-BUS-WEEK =
                    (FUNCTION INTEGER-OF-DATE (WS-NEXT-BUS-DATE) - 1)
                    / 7
                 IF WS-NEXT-BUS-WEEK NOT = WS-JOB-WEEK
                    SET WS-COND-MET TO TRUE
                    MOVE "DERNIER JOUR OUVRE DE LA SEMAINE"
                       TO WS-COND-REASON
                 ELSE
                    STRING "JOUR OUVRE SUIVANT " DELIMITED BY SIZE
                           WS-NEXT-BUS-DATE DELIMITED BY SIZE
                           INTO WS-COND-REASON
                    END-STRING
                 END-IF
              WHEN "PERFIRST"
              WHEN "PEREND"
              WHEN "YEARFIRST"
              WHEN "YEAREND"
                 IF WS-FP-FOUND
                    PERFORM EVALUATE-FISCAL-CONDITION
                 ELSE
                    MOVE "DATE HORS CALENDRIER FISCAL"
                       TO WS-COND-REASON
                 END-IF
              WHEN OTHER
                 MOVE "CONDITION INCONNUE" TO WS-COND-REASON
                 MOVE "WARN" TO WS-ALERT-SEVERITY
                 MOVE SPACES TO WS-ALERT-TEXT
                 STRING "CONDITION INCONNUE " DELIMITED BY SIZE
                        WS-RUN-WHEN DELIMITED BY SPACE
                        " SUR L'ETAPE " DELIMITED BY SIZE
                        JCF-STEP-NAME DELIMITED BY SIZE
                        INTO WS-ALERT-TEXT
                 END-STRING
                 PERFORM WRITE-OPS-ALERT
           END-EVALUATE.

       EVALUATE-FISCAL-CONDITION.
           EVALUATE WS-RUN-WHEN
              WHEN "PERFIRST"
                 IF WS-PREV-BUS-DATE < WS-FP-START
                    SET WS-COND-MET TO TRUE
                    STRING "PREMIER JOUR OUVRE PERIODE "
                              DELIMITED BY SIZE
                           WS-FP-YEAR "-" WS-FP-PERIOD
                              DELIMITED BY SIZE
                           INTO WS-COND-REASON
                    END-STRING
                 ELSE
                    STRING "DEBUT PERIODE " DELIMITED BY SIZE
                           WS-FP-YEAR "-" WS-FP-PERIOD
                              DELIMITED BY SIZE
                           " LE " WS-FP-START DELIMITED BY SIZE
                           INTO WS-COND-REASON
                    END-STRING
                 END-IF
              WHEN "PEREND"
                 IF WS-NEXT-BUS-DATE > WS-FP-END
                    SET WS-COND-MET TO TRUE
                    STRING "DERNIER JOUR OUVRE PERIODE "
                              DELIMITED BY SIZE
                           WS-FP-YEAR "-" WS-FP-PERIOD
                              DELIMITED BY SIZE
                           INTO WS-COND-REASON
                    END-STRING
                 ELSE
                    STRING "FIN PERIODE " DELIMITED BY SIZE
                           WS-FP-YEAR "-" WS-FP-PERIOD
                              DELIMITED BY SIZE
                           " LE " WS-FP-END DELIMITED BY SIZE
                           INTO WS-COND-REASON
                    END-STRING
                 END-IF
              WHEN "YEARFIRST"
                 IF WS-PREV-BUS-DATE < WS-FY-START
                    SET WS-COND-MET TO TRUE
                    STRING "PREMIER JOUR OUVRE EXERCICE "
                              DELIMITED BY SIZE
                           WS-FP-YEAR DELIMITED BY SIZE
                           INTO WS-COND-REASON
                    END-STRING
                 ELSE
                    STRING "DEBUT EXERCICE " DELIMITED BY SIZE
                           WS-FP-YEAR DELIMITED BY SIZE
                           " LE " WS-FY-START DELIMITED BY SIZE
                           INTO WS-COND-REASON
                    END-STRING
                 END-IF
              WHEN "YEAREND"
                 IF WS-NEXT-BUS-DATE > WS-FY-END
                    SET WS-COND-MET TO TRUE
                    STRING "DERNIER JOUR OUVRE EXERCICE "
                              DELIMITED BY SIZE
                           WS-FP-YEAR DELIMITED BY SIZE
                           INTO WS-COND-REASON
                    END-STRING
                 ELSE
                    STRING "FIN EXERCICE " DELIMITED BY SIZE
                           WS-FP-YEAR DELIMITED BY SIZE
                           " LE " WS-FY-END DELIMITED BY SIZE
                           INTO WS-COND-REASON
                    END-STRING
                 END-IF
           END-EVALUATE.

      * The neighbouring business days on the default calendar decide
      * every condition: the day is the last of its month or period
      * when the next business day falls outside it.  The fiscal
      * period and year of the job date are passed to the steps as
      * JOB_FISCAL_YEAR, JOB_PERIOD, JOB_PER_START, JOB_PER_END and
      * JOB_PER_MONTH.
       PREPARE-RUN-CONDITIONS.
           SET WS-COND-READY TO TRUE
           MOVE WS-JOB-DATE TO WS-JOB-DATE-NUM
           MOVE SPACES TO WS-CAL-WANTED
           CALL "SET_HOLIDAY_CALENDAR" USING WS-CAL-WANTED
           MOVE WS-JOB-DATE TO WS-BASE-DATE
           MOVE 1 TO WS-DAYS-TO-ADD
           CALL "DATE_ARITH" USING WS-BASE-DATE, WS-DAYS-TO-ADD,
                                    WS-BUSINESS-ONLY, WS-RESULT-DATE,
                                    WS-DATE-VALID
           MOVE WS-RESULT-DATE TO WS-NEXT-BUS-DATE
           MOVE -1 TO WS-DAYS-TO-ADD
           CALL "DATE_ARITH" USING WS-BASE-DATE, WS-DAYS-TO-ADD,
                                    WS-BUSINESS-ONLY, WS-RESULT-DATE,
                                    WS-DATE-VALID
           MOVE WS-RESULT-DATE TO WS-PREV-BUS-DATE

           MOVE "N" TO WS-FP-FOUND-FLAG
           MOVE "N" TO WS-FISCAL-EOF-FLAG
           OPEN INPUT FISCAL-FILE
           IF WS-FISCAL-STATUS = "00"
              PERFORM READ-FISCAL-RECORD
              PERFORM FIND-JOB-PERIOD
                 UNTIL WS-FISCAL-EOF OR WS-FP-FOUND
              CLOSE FISCAL-FILE
           END-IF
           IF WS-FP-FOUND
              MOVE WS-FP-START TO WS-FY-START
              MOVE WS-FP-END TO WS-FY-END
              MOVE "N" TO WS-FISCAL-EOF-FLAG
              OPEN INPUT FISCAL-FILE
              IF WS-FISCAL-STATUS = "00"
                 PERFORM READ-FISCAL-RECORD
                 PERFORM WIDEN-FISCAL-YEAR UNTIL WS-FISCAL-EOF
                 CLOSE FISCAL-FILE
              END-IF
              SET ENVIRONMENT "JOB_FISCAL_YEAR" TO WS-FP-YEAR
              SET ENVIRONMENT "JOB_PERIOD" TO WS-FP-PERIOD
              SET ENVIRONMENT "JOB_PER_START" TO WS-FP-START
              SET ENVIRONMENT "JOB_PER_END" TO WS-FP-END
              SET ENVIRONMENT "JOB_PER_MONTH" TO WS-FP-END (1:6)
           END-IF.

       READ-FISCAL-RECORD.
           READ FISCAL-FILE
              AT END
                 SET WS-FISCAL-EOF TO TRUE
           END-READ.

       FIND-JOB-PERIOD.
           IF FSC-START-DATE NUMERIC AND FSC-END-DATE NUMERIC
              AND FSC-START-DATE <= WS-JOB-DATE-NUM
              AND FSC-END-DATE >= WS-JOB-DATE-NUM
              SET WS-FP-FOUND TO TRUE
              MOVE FSC-YEAR TO WS-FP-YEAR
              MOVE FSC-PERIOD TO WS-FP-PERIOD
              MOVE FSC-START-DATE TO WS-FP-START
              MOVE FSC-END-DATE TO WS-FP-END
           ELSE
              PERFORM READ-FISCAL-RECORD
           END-IF.

       WIDEN-FISCAL-YEAR.
           IF FSC-YEAR = WS-FP-YEAR
              AND FSC-START-DATE NUMERIC AND FSC-END-DATE NUMERIC
              IF FSC-START-DATE < WS-FY-START
                 MOVE FSC-START-DATE TO WS-FY-START
              END-IF
              IF FSC-END-DATE > WS-FY-END
                 MOVE FSC-END-DATE TO WS-FY-END
              END-IF
           END-IF
           PERFORM READ-FISCAL-RECORD.

      * One scheduling round: every pending step whose prerequisite
      * is done and whose condition holds is launched in the same
      * shell line, each child leaving its exit code in its own
           MOVE WS-JOB-DATE TO WS-LOG-DATE
           MOVE WS-STEP-START-TIME TO WS-LOG-START-TIME
           MOVE WS-TIME-NOW (1:6) TO WS-LOG-END-TIME
           IF WS-DATE-FROM-CLOCK
              MOVE "HORLOGE" TO WS-LOG-DATE-SOURCE
           END-IF
           OPEN EXTEND JOB-LOG-FILE
           IF WS-JOB-LOG-STATUS = "35"
              OPEN OUTPUT JOB-LOG-FILE
           END-IF
           PERFORM RECORD-STEP-DONE.

       APPEND-COND-LOG-RECORD.
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-JOB-DATE TO WS-CND-DATE
           MOVE WS-TIME-NOW (1:6) TO WS-CND-TIME
           OPEN EXTEND JOB-LOG-FILE
           IF WS-JOB-LOG-STATUS = "35"
              OPEN OUTPUT JOB-LOG-FILE
           END-IF
           IF WS-JOB-LOG-STATUS = "00"
              MOVE WS-JOB-COND-LINE TO JOB-LOG-RECORD
              WRITE JOB-LOG-RECORD
              CLOSE JOB-LOG-FILE
           END-IF.

       SCAN-OUTPUT-TRAILER.
           MOVE "N" TO WS-OUTPUT-SCAN-EOF-FLAG
           OPEN INPUT OUTPUT-SCAN-FILE
           MOVE WS-RETURN-CODE TO WS-LOG-RC
           PERFORM APPEND-STEP-LOG.

      * Catch-up after an outage.  Every business day after the last
      * CLOSED entry in day_status.dat, up to CATCHUP_TO (today by
      * default), is worked in date order: the business date control
      * file is put on the day, the normal job stream runs as a child
      * and the end-of-day report closes the day, which moves the
      * business date on.  The first day whose run ends above
      * CATCHUP_MAX_RC (default 4), or that does not close, stops the
      * catch-up; it and the later days are listed as outstanding.
       RUN-CATCHUP.
           MOVE 0 TO WS-RETURN-CODE
           IF WS-LOCALE-EN
              DISPLAY "=== Daily batch job: catch-up mode ==="
           ELSE
              DISPLAY "=== Travail par lots quotidien: mode "
                      "rattrapage ==="
           END-IF
           ACCEPT WS-CATCHUP-TO-TEXT FROM ENVIRONMENT "CATCHUP_TO"
           IF WS-CATCHUP-TO-TEXT NUMERIC
              MOVE WS-CATCHUP-TO-TEXT TO WS-CATCHUP-TO
           ELSE
              ACCEPT WS-CATCHUP-TO FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-CATCHUP-MAXRC-TEXT FROM ENVIRONMENT
                  "CATCHUP_MAX_RC"
           IF WS-CATCHUP-MAXRC-TEXT NUMERIC
              MOVE WS-CATCHUP-MAXRC-TEXT TO WS-CATCHUP-MAXRC
           END-IF

           PERFORM FIND-LAST-CLOSED-DAY
           IF WS-LAST-CLOSED = 0
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: no CLOSED day in "
                         FUNCTION TRIM (WS-DAY-STATUS-FILENAME)
                         " - catch-up has no starting point"
              ELSE
                 DISPLAY "ERREUR: aucune journee CLOTUREE dans "
                         FUNCTION TRIM (WS-DAY-STATUS-FILENAME)
                         " - pas de point de depart pour le "
                         "rattrapage"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              PERFORM LOAD-CATCHUP-CALENDARS
              COMPUTE WS-SCAN-INT =
                 FUNCTION INTEGER-OF-DATE (WS-LAST-CLOSED) + 1
              COMPUTE WS-SCAN-END-INT =
                 FUNCTION INTEGER-OF-DATE (WS-CATCHUP-TO)
              PERFORM LIST-ONE-CATCHUP-DAY
                 UNTIL WS-SCAN-INT > WS-SCAN-END-INT
              IF WS-LOCALE-EN
                 DISPLAY "Last closed day: " WS-LAST-CLOSED
                         "  missed business days up to "
                         WS-CATCHUP-TO ": " WS-CU-USED
              ELSE
                 DISPLAY "Derniere journee cloturee: " WS-LAST-CLOSED
                         "  jours ouvres manques jusqu'au "
                         WS-CATCHUP-TO ": " WS-CU-USED
              END-IF
              PERFORM RUN-CATCHUP-DAY
                 VARYING WS-CU-IDX FROM 1 BY 1
                 UNTIL WS-CU-IDX > WS-CU-USED OR WS-CU-STOPPED
              PERFORM REPORT-CATCHUP-OUTSTANDING
           END-IF

           IF WS-LOCALE-EN
              DISPLAY "=== Catch-up complete, return code: "
                      WS-RETURN-CODE " ==="
           ELSE
              DISPLAY "=== Rattrapage termine, code retour: "
                      WS-RETURN-CODE " ==="
           END-IF.

       FIND-LAST-CLOSED-DAY.
           MOVE 0 TO WS-LAST-CLOSED
           MOVE "N" TO WS-DAY-STATUS-EOF-FLAG
           OPEN INPUT DAY-STATUS-FILE
           IF WS-DAY-STATUS-STATUS = "00"
              PERFORM READ-DAY-STATUS-RECORD
              PERFORM NOTE-ONE-DAY-STATUS UNTIL WS-DAY-STATUS-EOF
              CLOSE DAY-STATUS-FILE
           END-IF.

       READ-DAY-STATUS-RECORD.
           READ DAY-STATUS-FILE
              AT END
                 SET WS-DAY-STATUS-EOF TO TRUE
           END-READ.

       NOTE-ONE-DAY-STATUS.
           IF DST-DATE NUMERIC AND DST-STATE = "CLOSED"
              AND DST-DATE > WS-LAST-CLOSED
              MOVE DST-DATE TO WS-LAST-CLOSED
           END-IF
           PERFORM READ-DAY-STATUS-RECORD.

      * With no entity master on site the default calendar decides.
       LOAD-CATCHUP-CALENDARS.
           MOVE 0 TO WS-CAL-USED
           MOVE "N" TO WS-ENTITY-EOF-FLAG
           ACCEPT WS-ENTITY-FILENAME FROM ENVIRONMENT "ENTITY_FILE"
           IF WS-ENTITY-FILENAME = SPACES
              MOVE "entity_master.dat" TO WS-ENTITY-FILENAME
           END-IF
           OPEN INPUT ENTITY-FILE
           IF WS-ENTITY-FILE-STATUS = "00"
              PERFORM READ-ENTITY-RECORD
              PERFORM LOAD-ONE-CATCHUP-CALENDAR UNTIL WS-ENTITY-EOF
              CLOSE ENTITY-FILE
           END-IF
           IF WS-CAL-USED = 0
              MOVE 1 TO WS-CAL-USED
              MOVE SPACES TO WS-CAL-CODE (1)
           END-IF.

       READ-ENTITY-RECORD.
           READ ENTITY-FILE
              AT END
                 SET WS-ENTITY-EOF TO TRUE
           END-READ.

       LOAD-ONE-CATCHUP-CALENDAR.
           IF ENT-CODE NOT = SPACES AND ENT-ACTIVE = "Y"
              MOVE ENT-CALENDAR TO WS-CAL-WANTED
              MOVE "N" TO WS-CAL-FOUND-FLAG
              PERFORM FIND-CATCHUP-CALENDAR
                 VARYING WS-CAL-IDX FROM 1 BY 1
                 UNTIL WS-CAL-IDX > WS-CAL-USED OR WS-CAL-FOUND
              IF NOT WS-CAL-FOUND AND WS-CAL-USED < WS-CAL-MAX
                 ADD 1 TO WS-CAL-USED
                 MOVE WS-CAL-WANTED TO WS-CAL-CODE (WS-CAL-USED)
              END-IF
           END-IF
           PERFORM READ-ENTITY-RECORD.

       FIND-CATCHUP-CALENDAR.
           IF WS-CAL-CODE (WS-CAL-IDX) = WS-CAL-WANTED
              SET WS-CAL-FOUND TO TRUE
           END-IF.

       LIST-ONE-CATCHUP-DAY.
           COMPUTE WS-SCAN-DATE =
              FUNCTION DATE-OF-INTEGER (WS-SCAN-INT)
           MOVE "N" TO WS-BUSINESS-DAY-FLAG
           PERFORM CHECK-CALENDAR-DAY
              VARYING WS-CAL-IDX FROM 1 BY 1
              UNTIL WS-CAL-IDX > WS-CAL-USED OR WS-IS-BUSINESS-DAY
           IF WS-IS-BUSINESS-DAY
              IF WS-CU-USED >= WS-CU-MAX
                 PERFORM ABEND-CATCHUP-OVERFLOW
              END-IF
              ADD 1 TO WS-CU-USED
              MOVE WS-SCAN-DATE TO WS-CU-DATE (WS-CU-USED)
              MOVE "P" TO WS-CU-STATE (WS-CU-USED)
              MOVE 0 TO WS-CU-RC (WS-CU-USED)
           END-IF
           ADD 1 TO WS-SCAN-INT.

      * The day before, rolled forward one business day on the
      * calendar, lands on the date itself only if it is worked.
       CHECK-CALENDAR-DAY.
           CALL "SET_HOLIDAY_CALENDAR" USING WS-CAL-CODE (WS-CAL-IDX)
           COMPUTE WS-SCAN-PREV =
              FUNCTION DATE-OF-INTEGER (WS-SCAN-INT - 1)
           MOVE WS-SCAN-PREV TO WS-BASE-DATE
           MOVE 1 TO WS-DAYS-TO-ADD
           CALL "DATE_ARITH" USING WS-BASE-DATE, WS-DAYS-TO-ADD,
                                    WS-BUSINESS-ONLY, WS-RESULT-DATE,
                                    WS-DATE-VALID
           IF WS-DATE-IS-VALID AND WS-RESULT-DATE = WS-SCAN-DATE
              SET WS-IS-BUSINESS-DAY TO TRUE
           END-IF.

       ABEND-CATCHUP-OVERFLOW.
           IF WS-LOCALE-EN
              DISPLAY "ABEND: more than " WS-CU-MAX " missed business "
                      "days - catch-up refused, check CATCHUP_TO"
           ELSE
              DISPLAY "ARRET: plus de " WS-CU-MAX " jours ouvres "
                      "manques - rattrapage refuse, verifier "
                      "CATCHUP_TO"
           END-IF
           MOVE 16 TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       RUN-CATCHUP-DAY.
           MOVE WS-CU-DATE (WS-CU-IDX) TO WS-JOB-DATE
           IF WS-LOCALE-EN
              DISPLAY "--- Catch-up day " WS-JOB-DATE " ---"
           ELSE
              DISPLAY "--- Rattrapage du " WS-JOB-DATE " ---"
           END-IF
           PERFORM SET-CONTROL-DATE
           MOVE SPACES TO WS-CU-CMD
           STRING "CATCHUP_MODE=N " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BIN-PREFIX) DELIMITED BY SIZE
                  "daily_job" DELIMITED BY SIZE
                  INTO WS-CU-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CU-CMD RETURNING WS-CU-RUN-RC
           MOVE WS-CU-RUN-RC TO WS-STEP-RUN-RC
           PERFORM NORMALIZE-STEP-RC
           IF WS-STEP-RUN-RC < 0 OR WS-STEP-RUN-RC > 99
              MOVE 99 TO WS-STEP-RUN-RC
           END-IF
           MOVE WS-STEP-RUN-RC TO WS-CU-RC (WS-CU-IDX)
           IF WS-CU-RC (WS-CU-IDX) > WS-CATCHUP-MAXRC
              MOVE "F" TO WS-CU-STATE (WS-CU-IDX)
              SET WS-CU-STOPPED TO TRUE
              IF WS-LOCALE-EN
                 DISPLAY "Catch-up stopped: the run for " WS-JOB-DATE
                         " ended RC " WS-CU-RC (WS-CU-IDX)
              ELSE
                 DISPLAY "Rattrapage arrete: le traitement du "
                         WS-JOB-DATE " a fini en RC "
                         WS-CU-RC (WS-CU-IDX)
              END-IF
              MOVE WS-CU-RC (WS-CU-IDX) TO WS-RETURN-CODE
              IF WS-RETURN-CODE < 8
                 MOVE 8 TO WS-RETURN-CODE
              END-IF
           ELSE
              PERFORM CLOSE-CATCHUP-DAY
           END-IF.

       CLOSE-CATCHUP-DAY.
           MOVE SPACES TO WS-CU-CMD
           STRING "REPORT_DATE=" DELIMITED BY SIZE
                  WS-JOB-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BIN-PREFIX) DELIMITED BY SIZE
                  "eod_report" DELIMITED BY SIZE
                  INTO WS-CU-CMD
           END-STRING
           CALL "SYSTEM" USING WS-CU-CMD RETURNING WS-CU-RUN-RC
           MOVE "N" TO WS-CU-CLOSED-FLAG
           MOVE "N" TO WS-DAY-STATUS-EOF-FLAG
           OPEN INPUT DAY-STATUS-FILE
           IF WS-DAY-STATUS-STATUS = "00"
              PERFORM READ-DAY-STATUS-RECORD
              PERFORM NOTE-CATCHUP-CLOSE UNTIL WS-DAY-STATUS-EOF
              CLOSE DAY-STATUS-FILE
           END-IF
           IF WS-CU-DAY-CLOSED
              MOVE "D" TO WS-CU-STATE (WS-CU-IDX)
              MOVE WS-CU-DATE (WS-CU-IDX) TO WS-LAST-CLOSED
              IF WS-CU-RC (WS-CU-IDX) > WS-RETURN-CODE
                 MOVE WS-CU-RC (WS-CU-IDX) TO WS-RETURN-CODE
              END-IF
           ELSE
              MOVE "F" TO WS-CU-STATE (WS-CU-IDX)
              SET WS-CU-STOPPED TO TRUE
              IF WS-LOCALE-EN
                 DISPLAY "Catch-up stopped: " WS-JOB-DATE
                         " ran but the day close was withheld"
              ELSE
                 DISPLAY "Rattrapage arrete: le " WS-JOB-DATE
                         " a tourne mais la cloture est retenue"
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           END-IF.

       NOTE-CATCHUP-CLOSE.
           IF DST-DATE NUMERIC AND DST-STATE = "CLOSED"
              AND DST-DATE = WS-CU-DATE (WS-CU-IDX)
              SET WS-CU-DAY-CLOSED TO TRUE
           END-IF
           PERFORM READ-DAY-STATUS-RECORD.

      * The day close normally leaves the control file on the next
      * day of the default calendar.  When the entity calendars work
      * a day that calendar skips, or the file was never moved, the
      * catch-up puts it on the day about to run so every step of
      * the child run posts and reports under that date.
       SET-CONTROL-DATE.
           MOVE 0 TO WS-CONTROL-DATE
           ACCEPT WS-CONTROL-DATE-FILENAME FROM ENVIRONMENT
                  "BUSINESS_DATE_FILE"
           IF WS-CONTROL-DATE-FILENAME = SPACES
              MOVE "business_date.dat" TO WS-CONTROL-DATE-FILENAME
           END-IF
           OPEN INPUT CONTROL-DATE-FILE
           IF WS-CONTROL-DATE-STATUS = "00"
              READ CONTROL-DATE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CTL-DATE NUMERIC
                       MOVE CTL-DATE TO WS-CONTROL-DATE
                    END-IF
              END-READ
              CLOSE CONTROL-DATE-FILE
           END-IF
           IF WS-CONTROL-DATE NOT = WS-CU-DATE (WS-CU-IDX)
              MOVE FUNCTION CURRENT-DATE TO WS-CONTROL-TIMESTAMP
              MOVE SPACES TO WS-CONTROL-USER
              ACCEPT WS-CONTROL-USER FROM ENVIRONMENT "APP_USER"
              IF WS-CONTROL-USER = SPACES
                 ACCEPT WS-CONTROL-USER FROM ENVIRONMENT "USER"
              END-IF
              OPEN OUTPUT CONTROL-DATE-FILE
              IF WS-CONTROL-DATE-STATUS = "00"
                 MOVE SPACES TO CONTROL-DATE-RECORD
                 MOVE WS-CU-DATE (WS-CU-IDX) TO CTL-DATE
                 MOVE WS-LAST-CLOSED TO CTL-PREV-DATE
                 MOVE WS-CONTROL-TIMESTAMP (1:14) TO CTL-ADVANCED-AT
                 MOVE WS-CONTROL-USER TO CTL-ADVANCED-BY
                 WRITE CONTROL-DATE-RECORD
                 CLOSE CONTROL-DATE-FILE
              END-IF
              IF WS-LOCALE-EN
                 DISPLAY "Business date set to " WS-JOB-DATE
                         " (was " WS-CONTROL-DATE ")"
              ELSE
                 DISPLAY "Date comptable positionnee au " WS-JOB-DATE
                         " (au lieu du " WS-CONTROL-DATE ")"
              END-IF
           END-IF.

       REPORT-CATCHUP-OUTSTANDING.
           MOVE 0 TO WS-CU-OUTSTANDING
           PERFORM LIST-OUTSTANDING-DAY
              VARYING WS-CU-IDX FROM 1 BY 1
              UNTIL WS-CU-IDX > WS-CU-USED
           IF WS-CU-OUTSTANDING = 0
              IF WS-LOCALE-EN
                 DISPLAY "All missed business days processed and "
                         "closed"
              ELSE
                 DISPLAY "Tous les jours ouvres manques sont traites "
                         "et clotures"
              END-IF
           ELSE
              IF WS-LOCALE-EN
                 DISPLAY "Days still outstanding: " WS-CU-OUTSTANDING
              ELSE
                 DISPLAY "Jours encore en suspens: " WS-CU-OUTSTANDING
              END-IF
              MOVE "SEVERE" TO WS-ALERT-SEVERITY
              MOVE SPACES TO WS-ALERT-TEXT
              STRING "RATTRAPAGE ARRETE, JOURS EN SUSPENS: "
                        DELIMITED BY SIZE
                     WS-CU-OUTSTANDING DELIMITED BY SIZE
                     " DEPUIS LE " DELIMITED BY SIZE
                     WS-JOB-DATE DELIMITED BY SIZE
                     INTO WS-ALERT-TEXT
              END-STRING
              PERFORM WRITE-OPS-ALERT
           END-IF.

       LIST-OUTSTANDING-DAY.
           IF NOT WS-CU-DONE (WS-CU-IDX)
              ADD 1 TO WS-CU-OUTSTANDING
              IF WS-CU-FAILED (WS-CU-IDX)
                 IF WS-LOCALE-EN
                    DISPLAY "  " WS-CU-DATE (WS-CU-IDX)
                            " FAILED RC " WS-CU-RC (WS-CU-IDX)
                 ELSE
                    DISPLAY "  " WS-CU-DATE (WS-CU-IDX)
                            " EN ECHEC RC " WS-CU-RC (WS-CU-IDX)
                 END-IF
              ELSE
                 IF WS-LOCALE-EN
                    DISPLAY "  " WS-CU-DATE (WS-CU-IDX)
                            " NOT RUN"
                 ELSE
                    DISPLAY "  " WS-CU-DATE (WS-CU-IDX)
                            " NON TRAITE"
                 END-IF
              END-IF
           END-IF.

      * SANDBOX_DIR reroutes every data file the program touches
      * into a rehearsal directory: operations copy the production
      * data there, run the whole suite against the copy and throw
