       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEN_REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTER-FILE.
       01 GEN-REGISTER-RECORD.
           COPY GENREG.

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REGISTER-FILENAME    PIC X(100)
                                     VALUE "gen_register.dat".
       01 WS-REGISTER-STATUS      PIC X(2).
       01 WS-REGISTER-EOF-FLAG    PIC X(1)    VALUE "N".
          88 WS-REGISTER-EOF                  VALUE "Y".
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-REPORT-OPEN-FLAG     PIC X(1)    VALUE "N".
          88 WS-REPORT-OPEN                   VALUE "Y".

       01 WS-GENERATOR            PIC X(10)   VALUE SPACES.
       01 WS-GEN-DATE             PIC X(8)    VALUE SPACES.
       01 WS-FORCE-FLAG           PIC X(1)    VALUE "N".
          88 WS-FORCE-GRANTED                 VALUE "Y".
       01 WS-FORCE-REQUEST        PIC X(1)    VALUE "N".
       01 WS-USER-NAME            PIC X(30)   VALUE SPACES.
       01 WS-AS-OF-DATE           PIC X(8)    VALUE SPACES.
       01 WS-USER-DEPT            PIC X(10).
       01 WS-USER-ROLE            PIC X(1).
       01 WS-HIST-STATUS          PIC 9(2).
       01 WS-TIMESTAMP            PIC X(21).

       01 WS-DONE-TABLE.
          05 WS-DONE-KEY OCCURS 5000 TIMES PIC X(60).
       01 WS-DONE-USED            PIC 9(4)    VALUE 0.
       01 WS-DONE-MAX             PIC 9(4)    VALUE 5000.
       01 WS-DONE-IDX             PIC 9(4).
       01 WS-DONE-FOUND-FLAG      PIC X(1)    VALUE "N".
          88 WS-DONE-FOUND                    VALUE "Y".

       01 WS-GENERATED-COUNT      PIC 9(5)    VALUE 0.
       01 WS-SKIPPED-COUNT        PIC 9(5)    VALUE 0.
       01 WS-FORCED-COUNT         PIC 9(5)    VALUE 0.
       01 WS-REPORT-LINE.
          05 WS-RPT-ACTION        PIC X(12).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-RPT-KEY           PIC X(60).

       LINKAGE SECTION.
       01 LS-ITEM-KEY             PIC X(60).
       01 LS-GEN-STATUS           PIC 9(2).
          88 LS-GEN-NEW                       VALUE 0.
          88 LS-GEN-FORCED                    VALUE 2.
          88 LS-GEN-ALREADY                   VALUE 4.
          88 LS-GEN-REFUSED                   VALUE 12.
       01 LS-GENERATOR            PIC X(10).
       01 LS-GEN-DATE             PIC X(8).
       01 LS-SKIPPED-COUNT        PIC 9(5).

      * Asks whether the item may be generated for the date opened
      * by GEN_REGISTER_OPEN.  Status 0 the item is new, 4 it was
      * generated by an earlier run and must be skipped, 2 it was
      * generated before but a supervisor has forced regeneration.
       PROCEDURE DIVISION USING LS-ITEM-KEY, LS-GEN-STATUS.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-GEN-STATUS
           MOVE "N" TO WS-DONE-FOUND-FLAG
           PERFORM FIND-DONE-KEY
              VARYING WS-DONE-IDX FROM 1 BY 1
              UNTIL WS-DONE-IDX > WS-DONE-USED OR WS-DONE-FOUND
           IF WS-DONE-FOUND
              IF WS-FORCE-GRANTED
                 MOVE 2 TO LS-GEN-STATUS
              ELSE
                 MOVE 4 TO LS-GEN-STATUS
                 ADD 1 TO WS-SKIPPED-COUNT
                 MOVE "DEJA GENERE" TO WS-RPT-ACTION
                 MOVE LS-ITEM-KEY TO WS-RPT-KEY
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-IF
           GOBACK.

      * Loads the register lines of one generator and date and opens
      * the run's report.  GEN_FORCE=Y asks for every item to be
      * generated again; only a supervisor (APP_USER, else USER) may
      * do so.  Status 0 normal run, 2 override granted, 12 override
      * refused - the caller must not generate anything.
       ENTRY "GEN_REGISTER_OPEN" USING LS-GENERATOR, LS-GEN-DATE,
            LS-GEN-STATUS.
           MOVE LS-GENERATOR TO WS-GENERATOR
           MOVE LS-GEN-DATE TO WS-GEN-DATE
           MOVE 0 TO LS-GEN-STATUS
           MOVE 0 TO WS-GENERATED-COUNT
           MOVE 0 TO WS-SKIPPED-COUNT
           MOVE 0 TO WS-FORCED-COUNT
           MOVE "N" TO WS-FORCE-FLAG
           ACCEPT WS-USER-NAME FROM ENVIRONMENT "APP_USER"
           IF WS-USER-NAME = SPACES
              ACCEPT WS-USER-NAME FROM ENVIRONMENT "USER"
           END-IF
           ACCEPT WS-FORCE-REQUEST FROM ENVIRONMENT "GEN_FORCE"
           IF WS-FORCE-REQUEST = "Y"
              CALL "PROFILE_HISTORY" USING WS-USER-NAME,
                                           WS-AS-OF-DATE,
                                           WS-USER-DEPT,
                                           WS-USER-ROLE,
                                           WS-HIST-STATUS
              IF WS-HIST-STATUS NOT = 8 AND WS-USER-ROLE = "S"
                 SET WS-FORCE-GRANTED TO TRUE
                 MOVE 2 TO LS-GEN-STATUS
              ELSE
                 MOVE 12 TO LS-GEN-STATUS
                 GOBACK
              END-IF
           END-IF

           ACCEPT WS-REGISTER-FILENAME FROM ENVIRONMENT
                  "GEN_REGISTER_FILE"
           IF WS-REGISTER-FILENAME = SPACES
              MOVE "gen_register.dat" TO WS-REGISTER-FILENAME
           END-IF
           MOVE 0 TO WS-DONE-USED
           MOVE "N" TO WS-REGISTER-EOF-FLAG
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS = "00"
              PERFORM READ-REGISTER-RECORD
              PERFORM LOAD-ONE-REGISTER-LINE UNTIL WS-REGISTER-EOF
              CLOSE REGISTER-FILE
           END-IF

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "gen_report-" DELIMITED BY SIZE
                  WS-GENERATOR DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-GEN-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           END-STRING
           MOVE "N" TO WS-REPORT-OPEN-FLAG
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS = "00"
              SET WS-REPORT-OPEN TO TRUE
              MOVE SPACES TO REPORT-RECORD
              STRING "REGISTRE DE GENERATION - " DELIMITED BY SIZE
                     WS-GENERATOR DELIMITED BY SPACE
                     " - DATE COMPTABLE " DELIMITED BY SIZE
                     WS-GEN-DATE DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
              IF WS-FORCE-GRANTED
                 MOVE SPACES TO REPORT-RECORD
                 STRING "REGENERATION FORCEE PAR " DELIMITED BY SIZE
                        WS-USER-NAME DELIMITED BY SIZE
                        INTO REPORT-RECORD
                 END-STRING
                 WRITE REPORT-RECORD
              END-IF
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           GOBACK.

      * Records an item as generated the moment its transaction is
      * written, so a run cut short still protects what it posted.
       ENTRY "GEN_REGISTER_NOTE" USING LS-ITEM-KEY.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS = "35"
              OPEN OUTPUT REGISTER-FILE
           END-IF
           IF WS-REGISTER-STATUS = "00"
              MOVE SPACES TO GEN-REGISTER-RECORD
              MOVE WS-GENERATOR TO GR-GENERATOR
              MOVE WS-GEN-DATE TO GR-GEN-DATE
              MOVE LS-ITEM-KEY TO GR-ITEM-KEY
              MOVE WS-TIMESTAMP (1:14) TO GR-STAMP
              MOVE WS-USER-NAME TO GR-USER
              IF WS-FORCE-GRANTED
                 MOVE "Y" TO GR-FORCED
              ELSE
                 MOVE "N" TO GR-FORCED
              END-IF
              WRITE GEN-REGISTER-RECORD
              CLOSE REGISTER-FILE
           END-IF
           MOVE "N" TO WS-DONE-FOUND-FLAG
           PERFORM FIND-DONE-KEY
              VARYING WS-DONE-IDX FROM 1 BY 1
              UNTIL WS-DONE-IDX > WS-DONE-USED OR WS-DONE-FOUND
           IF WS-DONE-FOUND
              ADD 1 TO WS-FORCED-COUNT
              MOVE "REGENERE" TO WS-RPT-ACTION
           ELSE
              ADD 1 TO WS-GENERATED-COUNT
              MOVE "GENERE" TO WS-RPT-ACTION
              IF WS-DONE-USED < WS-DONE-MAX
                 ADD 1 TO WS-DONE-USED
                 MOVE LS-ITEM-KEY TO WS-DONE-KEY (WS-DONE-USED)
              END-IF
           END-IF
           MOVE LS-ITEM-KEY TO WS-RPT-KEY
           PERFORM WRITE-REPORT-LINE
           GOBACK.

      * Closes the report with the run's totals; the skipped count
      * is handed back for the caller's console summary.
       ENTRY "GEN_REGISTER_CLOSE" USING LS-SKIPPED-COUNT.
           MOVE WS-SKIPPED-COUNT TO LS-SKIPPED-COUNT
           IF WS-REPORT-OPEN
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE SPACES TO REPORT-RECORD
              STRING "ELEMENTS GENERES:              " DELIMITED BY SIZE
                     WS-GENERATED-COUNT DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
              MOVE SPACES TO REPORT-RECORD
              STRING "ELEMENTS DEJA GENERES IGNORES: " DELIMITED BY SIZE
                     WS-SKIPPED-COUNT DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
              IF WS-FORCE-GRANTED
                 MOVE SPACES TO REPORT-RECORD
                 STRING "ELEMENTS REGENERES (FORCAGE):  "
                           DELIMITED BY SIZE
                        WS-FORCED-COUNT DELIMITED BY SIZE
                        INTO REPORT-RECORD
                 END-STRING
                 WRITE REPORT-RECORD
              END-IF
              CLOSE REPORT-FILE
              MOVE "N" TO WS-REPORT-OPEN-FLAG
           END-IF
           GOBACK.

       FIND-DONE-KEY.
           IF WS-DONE-KEY (WS-DONE-IDX) = LS-ITEM-KEY
              SET WS-DONE-FOUND TO TRUE
              SUBTRACT 1 FROM WS-DONE-IDX
           END-IF.

       READ-REGISTER-RECORD.
           READ REGISTER-FILE
              AT END
                 SET WS-REGISTER-EOF TO TRUE
           END-READ.

       LOAD-ONE-REGISTER-LINE.
           IF GR-GENERATOR = WS-GENERATOR
              AND GR-GEN-DATE = WS-GEN-DATE
              AND WS-DONE-USED < WS-DONE-MAX
              ADD 1 TO WS-DONE-USED
              MOVE GR-ITEM-KEY TO WS-DONE-KEY (WS-DONE-USED)
           END-IF
           PERFORM READ-REGISTER-RECORD.

       WRITE-REPORT-LINE.
           IF WS-REPORT-OPEN
              MOVE WS-REPORT-LINE TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF.
       END PROGRAM GEN_REGISTER.
