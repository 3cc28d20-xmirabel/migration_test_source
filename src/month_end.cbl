          05 MCK-ACTIVE-DAYS      PIC 9(2).
          05 MCK-MISMATCH-DAYS    PIC 9(2).
          05 MCK-DAY-TABLE        PIC X(961).
          05 MCK-DEPT-USED        PIC 9(2).
          05 MCK-DEPT-TABLE       PIC X(640).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-MONTH         PIC X(6).

       01 WS-DAY-NUM              PIC 9(2).
       01 WS-DAY-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".

       01 WS-DAY-TABLE.
          05 WS-DAY-ENTRY OCCURS 31 TIMES.
       01 WS-PPA-TOT-AMOUNT       PIC S9(13)V99 VALUE 0.
       01 WS-PPA-ORIG-MONTH       PIC X(6).

      * Month totals by the department each user held on the
      * transaction date, so a later move does not carry them over.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 20 TIMES.
             10 WS-DEPT-CODE        PIC X(10).
             10 WS-DEPT-COUNT       PIC 9(7).
             10 WS-DEPT-AMOUNT      PIC S9(13)V99.
       01 WS-DEPT-USED            PIC 9(2)    VALUE 0.
       01 WS-DEPT-MAX             PIC 9(2)    VALUE 20.
       01 WS-DEPT-IDX             PIC 9(2).
       01 WS-DEPT-FOUND-FLAG      PIC X(1)    VALUE "N".
          88 WS-DEPT-FOUND                    VALUE "Y".
       01 WS-REC-DEPT             PIC X(10).
       01 WS-REC-AS-OF-DATE       PIC X(8).
       01 WS-REC-HIST-ROLE        PIC X(1).
       01 WS-REC-HIST-STATUS      PIC 9(2).

       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.

           ACCEPT WS-REPORT-MONTH FROM ENVIRONMENT "REPORT_MONTH"
           IF WS-REPORT-MONTH NOT NUMERIC OR WS-REPORT-MONTH = SPACES
              CALL "BUSINESS_DATE" USING WS-DAY-DATE, WS-DATE-SOURCE
              MOVE WS-DAY-DATE (1:6) TO WS-REPORT-MONTH
           END-IF

                       MOVE MCK-ACTIVE-DAYS TO WS-ACTIVE-DAYS
                       MOVE MCK-MISMATCH-DAYS TO WS-MISMATCH-DAYS
                       MOVE MCK-DAY-TABLE TO WS-DAY-TABLE
                       IF MCK-DEPT-USED NUMERIC
                          MOVE MCK-DEPT-USED TO WS-DEPT-USED
                          MOVE MCK-DEPT-TABLE TO WS-DEPT-TABLE
                       END-IF
                       IF WS-LOCALE-EN
                          DISPLAY "Resuming from checkpoint: day "
                                  WS-LAST-COMPLETED-DAY
           MOVE WS-ACTIVE-DAYS TO MCK-ACTIVE-DAYS
           MOVE WS-MISMATCH-DAYS TO MCK-MISMATCH-DAYS
           MOVE WS-DAY-TABLE TO MCK-DAY-TABLE
           MOVE WS-DEPT-USED TO MCK-DEPT-USED
           MOVE WS-DEPT-TABLE TO MCK-DEPT-TABLE
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.
           IF CALC-REC-PPA-FLAG = "Y"
              PERFORM TALLY-PPA-RECORD
           END-IF
           PERFORM TALLY-DEPT-RECORD
           ADD 1 TO WS-DAY-COUNT (WS-DAY-NUM)
           ADD CALC-REC-RESULT TO WS-DAY-AMOUNT (WS-DAY-NUM)
           ADD 1 TO WS-MTD-TOT-COUNT
              SUBTRACT 1 FROM WS-PPA-IDX
           END-IF.

      * A record posted without a department is counted under the
      * one its user held on the transaction date.
       TALLY-DEPT-RECORD.
           MOVE CALC-REC-DEPARTMENT TO WS-REC-DEPT
           IF WS-REC-DEPT = SPACES
              IF CALC-REC-PPA-FLAG = "Y"
                 MOVE CALC-REC-ORIG-DATE TO WS-REC-AS-OF-DATE
              ELSE
                 MOVE SPACES TO WS-REC-AS-OF-DATE
                 STRING CALC-REC-DATE (1:4) DELIMITED BY SIZE
                        CALC-REC-DATE (6:2) DELIMITED BY SIZE
                        CALC-REC-DATE (9:2) DELIMITED BY SIZE
                        INTO WS-REC-AS-OF-DATE
                 END-STRING
              END-IF
              CALL "PROFILE_HISTORY" USING CALC-REC-USER,
                                           WS-REC-AS-OF-DATE,
                                           WS-REC-DEPT,
                                           WS-REC-HIST-ROLE,
                                           WS-REC-HIST-STATUS
           END-IF
           MOVE "N" TO WS-DEPT-FOUND-FLAG
           PERFORM FIND-DEPT-ENTRY
              VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-USED OR WS-DEPT-FOUND
           IF WS-DEPT-FOUND
              ADD 1 TO WS-DEPT-COUNT (WS-DEPT-IDX)
              ADD CALC-REC-RESULT TO WS-DEPT-AMOUNT (WS-DEPT-IDX)
           ELSE
              IF WS-DEPT-USED < WS-DEPT-MAX
                 ADD 1 TO WS-DEPT-USED
                 MOVE WS-REC-DEPT TO WS-DEPT-CODE (WS-DEPT-USED)
                 MOVE 1 TO WS-DEPT-COUNT (WS-DEPT-USED)
                 MOVE CALC-REC-RESULT
                    TO WS-DEPT-AMOUNT (WS-DEPT-USED)
              END-IF
           END-IF.

       FIND-DEPT-ENTRY.
           IF WS-REC-DEPT = WS-DEPT-CODE (WS-DEPT-IDX)
              SET WS-DEPT-FOUND TO TRUE
              SUBTRACT 1 FROM WS-DEPT-IDX
           END-IF.

       WRITE-MONTH-REPORT.
           OPEN OUTPUT REPORT-FILE

              WRITE REPORT-RECORD
           END-IF

           IF WS-DEPT-USED > 0
              MOVE "CUMUL DU MOIS PAR DEPARTEMENT:" TO REPORT-RECORD
              WRITE REPORT-RECORD
              PERFORM WRITE-DEPT-LINE
                 VARYING WS-DEPT-IDX FROM 1 BY 1
                 UNTIL WS-DEPT-IDX > WS-DEPT-USED
           END-IF

           IF WS-PPA-TOT-COUNT > 0
              MOVE "AJUSTEMENTS PERIODES ANTERIEURES:"
                 TO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-DEPT-LINE.
           MOVE WS-DEPT-COUNT (WS-DEPT-IDX) TO WS-COUNT-EDIT
           MOVE WS-DEPT-AMOUNT (WS-DEPT-IDX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           IF WS-DEPT-CODE (WS-DEPT-IDX) = SPACES
              STRING "  (SANS DEPT.)  " DELIMITED BY SIZE
                     WS-COUNT-EDIT      DELIMITED BY SIZE
                     "  "               DELIMITED BY SIZE
                     WS-AMOUNT-EDIT     DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
           ELSE
              STRING "  "                        DELIMITED BY SIZE
                     WS-DEPT-CODE (WS-DEPT-IDX)  DELIMITED BY SIZE
                     "    "                      DELIMITED BY SIZE
                     WS-COUNT-EDIT               DELIMITED BY SIZE
                     "  "                        DELIMITED BY SIZE
                     WS-AMOUNT-EDIT              DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
           END-IF
           WRITE REPORT-RECORD.

       WRITE-MTD-LINE.
           MOVE WS-OP-COUNT TO WS-COUNT-EDIT
           MOVE WS-OP-AMOUNT TO WS-AMOUNT-EDIT
