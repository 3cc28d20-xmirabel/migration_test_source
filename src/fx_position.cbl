       IDENTIFICATION DIVISION.
       PROGRAM-ID. FX-POSITION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-FILE ASSIGN TO DYNAMIC WS-ENTITY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENTITY-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT LIMIT-FILE ASSIGN TO DYNAMIC WS-LIMIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIMIT-STATUS.

           SELECT POSITION-FILE ASSIGN TO DYNAMIC WS-POSITION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSITION-STATUS.

           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT NEW-HISTORY-FILE
           ASSIGN TO DYNAMIC WS-NEW-HISTORY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-HISTORY-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           COPY CALCREC.

      * Open-position limits per entity and currency, in group
      * currency; entity *** limits the currency across the group.
       FD LIMIT-FILE.
       01 LIMIT-RECORD.
          05 LIM-ENTITY           PIC X(3).
          05 FILLER               PIC X(1).
          05 LIM-CURRENCY         PIC X(3).
          05 FILLER               PIC X(1).
          05 LIM-LONG-TEXT        PIC X(15).
          05 FILLER               PIC X(1).
          05 LIM-SHORT-TEXT       PIC X(15).
          05 FILLER               PIC X(1).
          05 LIM-WARN-PCT         PIC 9(3).

      * The current position, rewritten on every update; the day's
      * closing lines are copied into the history file at end of day
      * and become the next day's brought-forward positions.
       FD POSITION-FILE.
       01 POSITION-RECORD.
          05 FXP-DATE             PIC 9(8).
          05 FILLER               PIC X(1).
          05 FXP-ENTITY           PIC X(3).
          05 FILLER               PIC X(1).
          05 FXP-CURRENCY         PIC X(3).
          05 FILLER               PIC X(1).
          05 FXP-BROUGHT-FWD      PIC S9(13)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 FXP-DAY-FLOW         PIC S9(13)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 FXP-NET              PIC S9(13)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 FXP-GROUP-VALUE      PIC S9(13)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 FXP-GROUP-CCY        PIC X(3).
          05 FILLER               PIC X(1).
          05 FXP-UTILISATION      PIC 9(4).
          05 FILLER               PIC X(1).
          05 FXP-STATUS           PIC X(3).
          05 FILLER               PIC X(1).
          05 FXP-UPDATED          PIC X(14).

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
          05 FXH-DATE             PIC 9(8).
          05 FILLER               PIC X(1).
          05 FXH-ENTITY           PIC X(3).
          05 FILLER               PIC X(1).
          05 FXH-CURRENCY         PIC X(3).
          05 FILLER               PIC X(1).
          05 FXH-BROUGHT-FWD      PIC S9(13)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 FXH-DAY-FLOW         PIC S9(13)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 FXH-NET              PIC S9(13)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(45).

       FD NEW-HISTORY-FILE.
       01 NEW-HISTORY-RECORD      PIC X(112).

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ENTITY-FILENAME      PIC X(100)
                                     VALUE "entity_master.dat".
       01 WS-ENTITY-STATUS        PIC X(2).
       01 WS-ENTITY-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-ENTITY-EOF                    VALUE "Y".
       01 WS-AUDIT-FILENAME       PIC X(100).
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-AUDIT-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-AUDIT-EOF                     VALUE "Y".
       01 WS-LIMIT-FILENAME       PIC X(100)
                                     VALUE "position_limits.dat".
       01 WS-LIMIT-STATUS         PIC X(2).
       01 WS-LIMIT-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-LIMIT-EOF                     VALUE "Y".
       01 WS-POSITION-FILENAME    PIC X(100)  VALUE "fx_position.dat".
       01 WS-POSITION-STATUS      PIC X(2).
       01 WS-POSITION-EOF-FLAG    PIC X(1)    VALUE "N".
          88 WS-POSITION-EOF                  VALUE "Y".
       01 WS-HISTORY-FILENAME     PIC X(100)
                                     VALUE "fx_position_history.dat".
       01 WS-HISTORY-STATUS       PIC X(2).
       01 WS-HISTORY-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-HISTORY-EOF                   VALUE "Y".
       01 WS-NEW-HISTORY-FILENAME PIC X(104)
                              VALUE "fx_position_history.dat.new".
       01 WS-NEW-HISTORY-STATUS   PIC X(2).
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).

       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".
       01 WS-FXP-ACTION           PIC X(10)   VALUE SPACES.
          88 WS-ACTION-REPORT                 VALUE "REPORT".
          88 WS-ACTION-EOD                    VALUE "EOD".
       01 WS-POSITION-DATE        PIC X(8).
       01 WS-POSITION-DATE-NUM REDEFINES WS-POSITION-DATE PIC 9(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-GROUP-CCY            PIC X(3)    VALUE "EUR".
       01 WS-GROUP-RATE           PIC 9(3)V9999 VALUE 1.
       01 WS-GROUP-RATE-DATE      PIC 9(8)    VALUE 0.
       01 WS-GROUP-RATE-STATUS    PIC 9(2)    VALUE 0.
       01 WS-CCY-RATE             PIC 9(3)V9999.
       01 WS-CCY-RATE-DATE        PIC 9(8).
       01 WS-CCY-RATE-STATUS      PIC 9(2).
       01 WS-TIMESTAMP            PIC X(21).
       01 WS-UPDATED              PIC X(14).

       01 WS-ENT-TABLE.
          05 WS-ENT-TBL-CODE OCCURS 20 TIMES PIC X(3).
       01 WS-ENT-USED             PIC 9(2)    VALUE 0.
       01 WS-ENT-MAX              PIC 9(2)    VALUE 20.
       01 WS-ENT-IDX              PIC 9(2).
       01 WS-CYCLE-NUM            PIC 9(2).
       01 WS-FILES-READ           PIC 9(3)    VALUE 0.
       01 WS-RECORDS-TAKEN        PIC 9(7)    VALUE 0.

       01 WS-LIM-TABLE.
          05 WS-LIM-ENTRY OCCURS 100 TIMES.
             10 WS-LIM-TBL-ENTITY    PIC X(3).
             10 WS-LIM-TBL-CCY       PIC X(3).
             10 WS-LIM-TBL-LONG      PIC 9(13)V99.
             10 WS-LIM-TBL-SHORT     PIC 9(13)V99.
             10 WS-LIM-TBL-WARN      PIC 9(3).
       01 WS-LIM-USED             PIC 9(3)    VALUE 0.
       01 WS-LIM-MAX              PIC 9(3)    VALUE 100.
       01 WS-LIM-IDX              PIC 9(3).
       01 WS-LIM-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-LIM-FOUND                     VALUE "Y".

      * One row per entity and currency, then one *** row per
      * currency carrying the whole group.
       01 WS-ROW-TABLE.
          05 WS-ROW-ENTRY OCCURS 300 TIMES.
             10 WS-ROW-ENTITY        PIC X(3).
             10 WS-ROW-CCY           PIC X(3).
             10 WS-ROW-BF            PIC S9(13)V99.
             10 WS-ROW-DAY           PIC S9(13)V99.
             10 WS-ROW-NET           PIC S9(13)V99.
             10 WS-ROW-GROUP         PIC S9(13)V99.
             10 WS-ROW-PRICED-FLAG   PIC X(1).
                88 WS-ROW-PRICED                VALUE "Y".
             10 WS-ROW-LONG          PIC 9(13)V99.
             10 WS-ROW-SHORT         PIC 9(13)V99.
             10 WS-ROW-UTIL          PIC 9(4).
             10 WS-ROW-STATUS        PIC X(3).
             10 WS-ROW-PREV-STATUS   PIC X(3).
       01 WS-ROW-USED             PIC 9(3)    VALUE 0.
       01 WS-ROW-MAX              PIC 9(3)    VALUE 300.
       01 WS-ROW-IDX              PIC 9(3).
       01 WS-AGG-IDX              PIC 9(3).
       01 WS-ENTITY-ROWS          PIC 9(3)    VALUE 0.
       01 WS-ROW-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-ROW-FOUND                     VALUE "Y".
       01 WS-OVERFLOW-FLAG        PIC X(1)    VALUE "N".
          88 WS-OVERFLOW                      VALUE "Y".
       01 WS-KEY-ENTITY           PIC X(3).
       01 WS-KEY-CCY              PIC X(3).

       01 WS-BF-DATE              PIC 9(8)    VALUE 0.
       01 WS-UTIL-WORK            PIC 9(7)V99.
       01 WS-WARN-COUNT           PIC 9(3)    VALUE 0.
       01 WS-BREACH-COUNT         PIC 9(3)    VALUE 0.
       01 WS-UNPRICED-COUNT       PIC 9(3)    VALUE 0.
       01 WS-NEW-RANK             PIC 9(1).
       01 WS-OLD-RANK             PIC 9(1).
       01 WS-RANK-STATUS          PIC X(3).
       01 WS-RANK-VALUE           PIC 9(1).

       01 WS-EDIT-1               PIC -(12)9.99.
       01 WS-EDIT-2               PIC -(12)9.99.
       01 WS-EDIT-3               PIC -(12)9.99.
       01 WS-EDIT-4               PIC -(12)9.99.
       01 WS-EDIT-5               PIC Z(12)9.99.
       01 WS-UTIL-EDIT            PIC ZZZ9.
       01 WS-LONG-SHORT           PIC X(5).

       01 WS-ALERT-PROGRAM        PIC X(12)   VALUE "FXPOSITION".
       01 WS-ALERT-SEVERITY       PIC X(6).
       01 WS-ALERT-TEXT           PIC X(80).

       01 WS-SHELL-CMD            PIC X(300).
       01 WS-SHELL-RC             PIC S9(9) COMP-5.
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           ACCEPT WS-FXP-ACTION FROM ENVIRONMENT "FXP_ACTION"
           ACCEPT WS-POSITION-DATE FROM ENVIRONMENT "FXP_DATE"
           IF WS-POSITION-DATE NOT NUMERIC OR WS-POSITION-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-POSITION-DATE,
                                         WS-DATE-SOURCE
           END-IF
           ACCEPT WS-LIMIT-FILENAME FROM ENVIRONMENT
                  "POSITION_LIMITS"
           IF WS-LIMIT-FILENAME = SPACES
              MOVE "position_limits.dat" TO WS-LIMIT-FILENAME
           END-IF
           ACCEPT WS-GROUP-CCY FROM ENVIRONMENT "GROUP_CURRENCY"
           IF WS-GROUP-CCY = SPACES
              MOVE "EUR" TO WS-GROUP-CCY
           END-IF
           CALL "CURRENCY_UTILS" USING WS-GROUP-CCY, WS-GROUP-RATE,
                                        WS-GROUP-RATE-STATUS,
                                        WS-GROUP-RATE-DATE
           IF WS-GROUP-RATE-STATUS = 1 OR WS-GROUP-RATE = 0
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: no rate for group currency "
                         WS-GROUP-CCY
              ELSE
                 DISPLAY "ERREUR: aucun cours pour la devise de "
                         "groupe " WS-GROUP-CCY
              END-IF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:14) TO WS-UPDATED

           PERFORM LOAD-ENTITY-MASTER
           PERFORM LOAD-POSITION-LIMITS
           PERFORM LOAD-BROUGHT-FORWARD
           PERFORM SCAN-DAY-AUDIT-FILES
           MOVE WS-ROW-USED TO WS-ENTITY-ROWS
           PERFORM BUILD-GROUP-ROWS
              VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ENTITY-ROWS
           PERFORM LOAD-PREVIOUS-STATUS
           PERFORM VALUE-ONE-ROW
              VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROW-USED
           PERFORM WRITE-POSITION-FILE

           IF WS-ACTION-REPORT OR WS-ACTION-EOD
              PERFORM WRITE-POSITION-REPORT
           END-IF
           IF WS-ACTION-EOD
              PERFORM WRITE-CLOSING-HISTORY
           END-IF

           IF WS-OVERFLOW
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: position table full - positions "
                         "incomplete"
              ELSE
                 DISPLAY "ERREUR: table des positions pleine - "
                         "positions incompletes"
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           END-IF
           IF WS-BREACH-COUNT > 0
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              IF WS-WARN-COUNT > 0 OR WS-UNPRICED-COUNT > 0
                 IF WS-RETURN-CODE < 4
                    MOVE 4 TO WS-RETURN-CODE
                 END-IF
              END-IF
           END-IF

           IF WS-LOCALE-EN
              DISPLAY "Currency positions at " WS-POSITION-DATE
                      ": audit files read " WS-FILES-READ
                      ", records " WS-RECORDS-TAKEN
              DISPLAY "Positions: " WS-ROW-USED
                      "  near limit: " WS-WARN-COUNT
                      "  over limit: " WS-BREACH-COUNT
                      "  not valued: " WS-UNPRICED-COUNT
           ELSE
              DISPLAY "Positions de change au " WS-POSITION-DATE
                      ": journaux lus " WS-FILES-READ
                      ", enregistrements " WS-RECORDS-TAKEN
              DISPLAY "Positions: " WS-ROW-USED
                      "  proches limite: " WS-WARN-COUNT
                      "  hors limite: " WS-BREACH-COUNT
                      "  non valorisees: " WS-UNPRICED-COUNT
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-ENTITY-MASTER.
           MOVE "N" TO WS-ENTITY-EOF-FLAG
           OPEN INPUT ENTITY-FILE
           IF WS-ENTITY-STATUS = "00"
              PERFORM READ-ENTITY-RECORD
              PERFORM LOAD-ONE-ENTITY UNTIL WS-ENTITY-EOF
                 OR WS-ENT-USED >= WS-ENT-MAX
              CLOSE ENTITY-FILE
           END-IF.

       READ-ENTITY-RECORD.
           READ ENTITY-FILE
              AT END
                 SET WS-ENTITY-EOF TO TRUE
           END-READ.

       LOAD-ONE-ENTITY.
           IF ENT-CODE NOT = SPACES
              ADD 1 TO WS-ENT-USED
              MOVE ENT-CODE TO WS-ENT-TBL-CODE (WS-ENT-USED)
           END-IF
           PERFORM READ-ENTITY-RECORD.

       LOAD-POSITION-LIMITS.
           MOVE "N" TO WS-LIMIT-EOF-FLAG
           OPEN INPUT LIMIT-FILE
           IF WS-LIMIT-STATUS = "00"
              PERFORM READ-LIMIT-RECORD
              PERFORM LOAD-ONE-LIMIT UNTIL WS-LIMIT-EOF
                 OR WS-LIM-USED >= WS-LIM-MAX
              CLOSE LIMIT-FILE
           END-IF.

       READ-LIMIT-RECORD.
           READ LIMIT-FILE
              AT END
                 SET WS-LIMIT-EOF TO TRUE
           END-READ.

       LOAD-ONE-LIMIT.
           IF LIM-ENTITY NOT = SPACES AND LIM-CURRENCY NOT = SPACES
              ADD 1 TO WS-LIM-USED
              MOVE LIM-ENTITY TO WS-LIM-TBL-ENTITY (WS-LIM-USED)
              MOVE LIM-CURRENCY TO WS-LIM-TBL-CCY (WS-LIM-USED)
              COMPUTE WS-LIM-TBL-LONG (WS-LIM-USED) =
                 FUNCTION NUMVAL (LIM-LONG-TEXT)
              COMPUTE WS-LIM-TBL-SHORT (WS-LIM-USED) =
                 FUNCTION NUMVAL (LIM-SHORT-TEXT)
              IF LIM-WARN-PCT NUMERIC AND LIM-WARN-PCT > 0
                 MOVE LIM-WARN-PCT TO WS-LIM-TBL-WARN (WS-LIM-USED)
              ELSE
                 MOVE 80 TO WS-LIM-TBL-WARN (WS-LIM-USED)
              END-IF
           END-IF
           PERFORM READ-LIMIT-RECORD.

      * Brought-forward positions are the latest closing snapshot
      * taken before the position date.
       LOAD-BROUGHT-FORWARD.
           MOVE 0 TO WS-BF-DATE
           MOVE "N" TO WS-HISTORY-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
              PERFORM READ-HISTORY-RECORD
              PERFORM FIND-LATEST-CLOSE UNTIL WS-HISTORY-EOF
              CLOSE HISTORY-FILE
           END-IF
           IF WS-BF-DATE > 0
              MOVE "N" TO WS-HISTORY-EOF-FLAG
              OPEN INPUT HISTORY-FILE
              PERFORM READ-HISTORY-RECORD
              PERFORM LOAD-ONE-CLOSE UNTIL WS-HISTORY-EOF
              CLOSE HISTORY-FILE
           END-IF.

       READ-HISTORY-RECORD.
           READ HISTORY-FILE
              AT END
                 SET WS-HISTORY-EOF TO TRUE
           END-READ.

       FIND-LATEST-CLOSE.
           IF FXH-DATE NUMERIC
              AND FXH-DATE < WS-POSITION-DATE-NUM
              AND FXH-DATE > WS-BF-DATE
              MOVE FXH-DATE TO WS-BF-DATE
           END-IF
           PERFORM READ-HISTORY-RECORD.

       LOAD-ONE-CLOSE.
           IF FXH-DATE NUMERIC AND FXH-DATE = WS-BF-DATE
              AND FXH-ENTITY NOT = "***"
              AND FXH-NET NOT = 0
              MOVE FXH-ENTITY TO WS-KEY-ENTITY
              MOVE FXH-CURRENCY TO WS-KEY-CCY
              PERFORM LOCATE-ROW
              IF WS-ROW-FOUND
                 ADD FXH-NET TO WS-ROW-BF (WS-ROW-IDX)
              END-IF
           END-IF
           PERFORM READ-HISTORY-RECORD.

       LOCATE-ROW.
           MOVE "N" TO WS-ROW-FOUND-FLAG
           PERFORM FIND-ROW VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROW-USED OR WS-ROW-FOUND
           IF NOT WS-ROW-FOUND
              IF WS-ROW-USED >= WS-ROW-MAX
                 SET WS-OVERFLOW TO TRUE
              ELSE
                 ADD 1 TO WS-ROW-USED
                 MOVE WS-ROW-USED TO WS-ROW-IDX
                 INITIALIZE WS-ROW-ENTRY (WS-ROW-IDX)
                 MOVE WS-KEY-ENTITY TO WS-ROW-ENTITY (WS-ROW-IDX)
                 MOVE WS-KEY-CCY TO WS-ROW-CCY (WS-ROW-IDX)
                 MOVE "---" TO WS-ROW-STATUS (WS-ROW-IDX)
                 MOVE "---" TO WS-ROW-PREV-STATUS (WS-ROW-IDX)
                 SET WS-ROW-FOUND TO TRUE
              END-IF
           END-IF.

       FIND-ROW.
           IF WS-ROW-ENTITY (WS-ROW-IDX) = WS-KEY-ENTITY
              AND WS-ROW-CCY (WS-ROW-IDX) = WS-KEY-CCY
              SET WS-ROW-FOUND TO TRUE
              SUBTRACT 1 FROM WS-ROW-IDX
           END-IF.

      * Every trail the day has produced so far: the batch file,
      * the intraday cycles, and the per-entity runs with theirs.
      * Partition files are left out, they are merged into the
      * batch file by CONSOLIDATE.
       SCAN-DAY-AUDIT-FILES.
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"         DELIMITED BY SIZE
                  WS-POSITION-DATE DELIMITED BY SIZE
                  ".log"           DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME
           PERFORM READ-ONE-AUDIT-FILE
           PERFORM SCAN-CYCLE-AUDIT-FILE
              VARYING WS-CYCLE-NUM FROM 1 BY 1
              UNTIL WS-CYCLE-NUM > 20
           PERFORM SCAN-ENTITY-AUDIT-FILES
              VARYING WS-ENT-IDX FROM 1 BY 1
              UNTIL WS-ENT-IDX > WS-ENT-USED.

       SCAN-CYCLE-AUDIT-FILE.
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"         DELIMITED BY SIZE
                  WS-POSITION-DATE DELIMITED BY SIZE
                  "-c"             DELIMITED BY SIZE
                  WS-CYCLE-NUM     DELIMITED BY SIZE
                  ".log"           DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME
           PERFORM READ-ONE-AUDIT-FILE.

       SCAN-ENTITY-AUDIT-FILES.
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"                  DELIMITED BY SIZE
                  WS-POSITION-DATE          DELIMITED BY SIZE
                  "-"                       DELIMITED BY SIZE
                  WS-ENT-TBL-CODE (WS-ENT-IDX) DELIMITED BY SIZE
                  ".log"                    DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME
           PERFORM READ-ONE-AUDIT-FILE
           PERFORM SCAN-ENTITY-CYCLE-FILE
              VARYING WS-CYCLE-NUM FROM 1 BY 1
              UNTIL WS-CYCLE-NUM > 20.

       SCAN-ENTITY-CYCLE-FILE.
           MOVE SPACES TO WS-AUDIT-FILENAME
           STRING "audit-"                  DELIMITED BY SIZE
                  WS-POSITION-DATE          DELIMITED BY SIZE
                  "-"                       DELIMITED BY SIZE
                  WS-ENT-TBL-CODE (WS-ENT-IDX) DELIMITED BY SIZE
                  "-c"                      DELIMITED BY SIZE
                  WS-CYCLE-NUM              DELIMITED BY SIZE
                  ".log"                    DELIMITED BY SIZE
                  INTO WS-AUDIT-FILENAME
           PERFORM READ-ONE-AUDIT-FILE.

       READ-ONE-AUDIT-FILE.
           MOVE "N" TO WS-AUDIT-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
              ADD 1 TO WS-FILES-READ
              PERFORM READ-AUDIT-RECORD
              PERFORM TAKE-AUDIT-RECORD UNTIL WS-AUDIT-EOF
              CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ AUDIT-FILE
              AT END
                 SET WS-AUDIT-EOF TO TRUE
           END-READ.

      * The posted result, in the currency MAIN recorded it in,
      * is the movement on that currency's position.
       TAKE-AUDIT-RECORD.
           IF CALC-REC-STATUS = 0
              AND CALC-REC-CURRENCY NOT = SPACES
              AND CALC-REC-RESULT NUMERIC
              AND CALC-REC-RESULT NOT = 0
              IF CALC-REC-ENTITY = SPACES
                 MOVE "---" TO WS-KEY-ENTITY
              ELSE
                 MOVE CALC-REC-ENTITY TO WS-KEY-ENTITY
              END-IF
              MOVE CALC-REC-CURRENCY TO WS-KEY-CCY
              PERFORM LOCATE-ROW
              IF WS-ROW-FOUND
                 ADD CALC-REC-RESULT TO WS-ROW-DAY (WS-ROW-IDX)
                 ADD 1 TO WS-RECORDS-TAKEN
              END-IF
           END-IF
           PERFORM READ-AUDIT-RECORD.

       BUILD-GROUP-ROWS.
           COMPUTE WS-ROW-NET (WS-ROW-IDX) =
              WS-ROW-BF (WS-ROW-IDX) + WS-ROW-DAY (WS-ROW-IDX)
           MOVE WS-ROW-IDX TO WS-AGG-IDX
           MOVE "***" TO WS-KEY-ENTITY
           MOVE WS-ROW-CCY (WS-AGG-IDX) TO WS-KEY-CCY
           PERFORM LOCATE-ROW
           IF WS-ROW-FOUND
              ADD WS-ROW-BF (WS-AGG-IDX) TO WS-ROW-BF (WS-ROW-IDX)
              ADD WS-ROW-DAY (WS-AGG-IDX) TO WS-ROW-DAY (WS-ROW-IDX)
              ADD WS-ROW-NET (WS-AGG-IDX) TO WS-ROW-NET (WS-ROW-IDX)
           END-IF
           MOVE WS-AGG-IDX TO WS-ROW-IDX.

      * A row alerts only when its status worsens against the last
      * update of the same day, so repeated cycles stay quiet.
       LOAD-PREVIOUS-STATUS.
           MOVE "N" TO WS-POSITION-EOF-FLAG
           OPEN INPUT POSITION-FILE
           IF WS-POSITION-STATUS = "00"
              PERFORM READ-POSITION-RECORD
              PERFORM LOAD-ONE-PREVIOUS UNTIL WS-POSITION-EOF
              CLOSE POSITION-FILE
           END-IF.

       READ-POSITION-RECORD.
           READ POSITION-FILE
              AT END
                 SET WS-POSITION-EOF TO TRUE
           END-READ.

       LOAD-ONE-PREVIOUS.
           IF FXP-DATE NUMERIC AND FXP-DATE = WS-POSITION-DATE-NUM
              MOVE "N" TO WS-ROW-FOUND-FLAG
              MOVE FXP-ENTITY TO WS-KEY-ENTITY
              MOVE FXP-CURRENCY TO WS-KEY-CCY
              PERFORM FIND-ROW VARYING WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX > WS-ROW-USED OR WS-ROW-FOUND
              IF WS-ROW-FOUND
                 MOVE FXP-STATUS TO WS-ROW-PREV-STATUS (WS-ROW-IDX)
              END-IF
           END-IF
           PERFORM READ-POSITION-RECORD.

      * fx_rates.dat quotes every currency against the dollar, so a
      * position is valued through the dollar cross: amount divided
      * by its own rate, times the group currency's rate.
       VALUE-ONE-ROW.
           CALL "CURRENCY_UTILS" USING WS-ROW-CCY (WS-ROW-IDX),
                                        WS-CCY-RATE,
                                        WS-CCY-RATE-STATUS,
                                        WS-CCY-RATE-DATE
           IF WS-CCY-RATE-STATUS = 1 OR WS-CCY-RATE = 0
              MOVE 0 TO WS-ROW-GROUP (WS-ROW-IDX)
              ADD 1 TO WS-UNPRICED-COUNT
           ELSE
              SET WS-ROW-PRICED (WS-ROW-IDX) TO TRUE
              COMPUTE WS-ROW-GROUP (WS-ROW-IDX) ROUNDED =
                 WS-ROW-NET (WS-ROW-IDX) / WS-CCY-RATE * WS-GROUP-RATE
                 ON SIZE ERROR
                    MOVE 0 TO WS-ROW-GROUP (WS-ROW-IDX)
              END-COMPUTE
           END-IF
           PERFORM CHECK-ROW-LIMIT.

       CHECK-ROW-LIMIT.
           MOVE "N" TO WS-LIM-FOUND-FLAG
           PERFORM FIND-LIMIT VARYING WS-LIM-IDX FROM 1 BY 1
              UNTIL WS-LIM-IDX > WS-LIM-USED OR WS-LIM-FOUND
           MOVE "---" TO WS-ROW-STATUS (WS-ROW-IDX)
           MOVE 0 TO WS-ROW-UTIL (WS-ROW-IDX)
           IF WS-LIM-FOUND AND WS-ROW-PRICED (WS-ROW-IDX)
              MOVE WS-LIM-TBL-LONG (WS-LIM-IDX)
                 TO WS-ROW-LONG (WS-ROW-IDX)
              MOVE WS-LIM-TBL-SHORT (WS-LIM-IDX)
                 TO WS-ROW-SHORT (WS-ROW-IDX)
              MOVE 0 TO WS-UTIL-WORK
              IF WS-ROW-GROUP (WS-ROW-IDX) >= 0
                 IF WS-LIM-TBL-LONG (WS-LIM-IDX) > 0
                    COMPUTE WS-UTIL-WORK =
                       WS-ROW-GROUP (WS-ROW-IDX) * 100
                       / WS-LIM-TBL-LONG (WS-LIM-IDX)
                       ON SIZE ERROR
                          MOVE 9999 TO WS-UTIL-WORK
                    END-COMPUTE
                 ELSE
                    IF WS-ROW-GROUP (WS-ROW-IDX) > 0
                       MOVE 9999 TO WS-UTIL-WORK
                    END-IF
                 END-IF
              ELSE
                 IF WS-LIM-TBL-SHORT (WS-LIM-IDX) > 0
                    COMPUTE WS-UTIL-WORK =
                       (0 - WS-ROW-GROUP (WS-ROW-IDX)) * 100
                       / WS-LIM-TBL-SHORT (WS-LIM-IDX)
                       ON SIZE ERROR
                          MOVE 9999 TO WS-UTIL-WORK
                    END-COMPUTE
                 ELSE
                    MOVE 9999 TO WS-UTIL-WORK
                 END-IF
              END-IF
              IF WS-UTIL-WORK > 9999
                 MOVE 9999 TO WS-UTIL-WORK
              END-IF
              MOVE WS-UTIL-WORK TO WS-ROW-UTIL (WS-ROW-IDX)
              EVALUATE TRUE
                 WHEN WS-UTIL-WORK > 100
                    MOVE "BRK" TO WS-ROW-STATUS (WS-ROW-IDX)
                    ADD 1 TO WS-BREACH-COUNT
                 WHEN WS-UTIL-WORK >= WS-LIM-TBL-WARN (WS-LIM-IDX)
                    MOVE "WRN" TO WS-ROW-STATUS (WS-ROW-IDX)
                    ADD 1 TO WS-WARN-COUNT
                 WHEN OTHER
                    MOVE "OK " TO WS-ROW-STATUS (WS-ROW-IDX)
              END-EVALUATE
              PERFORM RAISE-IF-WORSE
           END-IF.

       FIND-LIMIT.
           IF WS-LIM-TBL-ENTITY (WS-LIM-IDX) =
                 WS-ROW-ENTITY (WS-ROW-IDX)
              AND WS-LIM-TBL-CCY (WS-LIM-IDX) = WS-ROW-CCY (WS-ROW-IDX)
              SET WS-LIM-FOUND TO TRUE
              SUBTRACT 1 FROM WS-LIM-IDX
           END-IF.

       RAISE-IF-WORSE.
           MOVE WS-ROW-STATUS (WS-ROW-IDX) TO WS-RANK-STATUS
           PERFORM RANK-STATUS
           MOVE WS-RANK-VALUE TO WS-NEW-RANK
           MOVE WS-ROW-PREV-STATUS (WS-ROW-IDX) TO WS-RANK-STATUS
           PERFORM RANK-STATUS
           MOVE WS-RANK-VALUE TO WS-OLD-RANK
           IF WS-NEW-RANK > WS-OLD-RANK
              IF WS-NEW-RANK = 2
                 MOVE "SEVERE" TO WS-ALERT-SEVERITY
              ELSE
                 MOVE "WARN" TO WS-ALERT-SEVERITY
              END-IF
              MOVE WS-ROW-UTIL (WS-ROW-IDX) TO WS-UTIL-EDIT
              MOVE SPACES TO WS-ALERT-TEXT
              STRING "Position "                 DELIMITED BY SIZE
                     WS-ROW-CCY (WS-ROW-IDX)     DELIMITED BY SIZE
                     " entite "                  DELIMITED BY SIZE
                     WS-ROW-ENTITY (WS-ROW-IDX)  DELIMITED BY SIZE
                     " a "                       DELIMITED BY SIZE
                     WS-UTIL-EDIT                DELIMITED BY SIZE
                     "% de sa limite"            DELIMITED BY SIZE
                     INTO WS-ALERT-TEXT
              END-STRING
              CALL "ALERT_LOG" USING WS-ALERT-PROGRAM,
                                      WS-ALERT-SEVERITY,
                                      WS-ALERT-TEXT
           END-IF.

       RANK-STATUS.
           EVALUATE WS-RANK-STATUS
              WHEN "BRK"
                 MOVE 2 TO WS-RANK-VALUE
              WHEN "WRN"
                 MOVE 1 TO WS-RANK-VALUE
              WHEN OTHER
                 MOVE 0 TO WS-RANK-VALUE
           END-EVALUATE.

       WRITE-POSITION-FILE.
           OPEN OUTPUT POSITION-FILE
           IF WS-POSITION-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: cannot write position file "
                         FUNCTION TRIM (WS-POSITION-FILENAME)
              ELSE
                 DISPLAY "ERREUR: ecriture du fichier des positions "
                         "impossible " FUNCTION TRIM
                         (WS-POSITION-FILENAME)
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              PERFORM WRITE-ONE-POSITION
                 VARYING WS-ROW-IDX FROM 1 BY 1
                 UNTIL WS-ROW-IDX > WS-ROW-USED
              CLOSE POSITION-FILE
           END-IF.

       WRITE-ONE-POSITION.
           PERFORM WRITE-ONE-POSITION-FIELDS
           WRITE POSITION-RECORD.

       WRITE-POSITION-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "fx_position_report-" DELIMITED BY SIZE
                  WS-POSITION-DATE      DELIMITED BY SIZE
                  ".txt"                DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "POSITIONS DE CHANGE AU "  DELIMITED BY SIZE
                  WS-POSITION-DATE           DELIMITED BY SIZE
                  "  -  MISE A JOUR "        DELIMITED BY SIZE
                  WS-UPDATED                 DELIMITED BY SIZE
                  "  -  CONTRE-VALEUR EN "   DELIMITED BY SIZE
                  WS-GROUP-CCY               DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-ACTION-EOD
              MOVE "ETAT DE FIN DE JOURNEE" TO REPORT-RECORD
           ELSE
              MOVE "ETAT A LA DEMANDE (INTRAJOURNALIER)"
                 TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ENT DEV   REPORT VEILLE   FLUX DU JOUR   POSITION "
              & "NETTE  SENS   CONTRE-VALEUR         LIMITE  UTIL% ETAT"
              TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
              VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ROW-USED
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "PROCHES LIMITE: "    DELIMITED BY SIZE
                  WS-WARN-COUNT         DELIMITED BY SIZE
                  "  HORS LIMITE: "     DELIMITED BY SIZE
                  WS-BREACH-COUNT       DELIMITED BY SIZE
                  "  NON VALORISEES: "  DELIMITED BY SIZE
                  WS-UNPRICED-COUNT     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE
           IF WS-LOCALE-EN
              DISPLAY "Report written to "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           ELSE
              DISPLAY "Etat ecrit dans "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           END-IF.

       WRITE-REPORT-LINE.
           MOVE WS-ROW-BF (WS-ROW-IDX) TO WS-EDIT-1
           MOVE WS-ROW-DAY (WS-ROW-IDX) TO WS-EDIT-2
           MOVE WS-ROW-NET (WS-ROW-IDX) TO WS-EDIT-3
           MOVE WS-ROW-GROUP (WS-ROW-IDX) TO WS-EDIT-4
           EVALUATE TRUE
              WHEN WS-ROW-NET (WS-ROW-IDX) > 0
                 MOVE "LONG" TO WS-LONG-SHORT
              WHEN WS-ROW-NET (WS-ROW-IDX) < 0
                 MOVE "COURT" TO WS-LONG-SHORT
              WHEN OTHER
                 MOVE "-" TO WS-LONG-SHORT
           END-EVALUATE
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-ROW-ENTITY (WS-ROW-IDX) TO REPORT-RECORD (1:3)
           MOVE WS-ROW-CCY (WS-ROW-IDX) TO REPORT-RECORD (5:3)
           MOVE WS-EDIT-1 TO REPORT-RECORD (8:16)
           MOVE WS-EDIT-2 TO REPORT-RECORD (24:16)
           MOVE WS-EDIT-3 TO REPORT-RECORD (40:16)
           MOVE WS-LONG-SHORT TO REPORT-RECORD (58:5)
           MOVE WS-EDIT-4 TO REPORT-RECORD (63:16)
           IF WS-ROW-STATUS (WS-ROW-IDX) NOT = "---"
              IF WS-ROW-GROUP (WS-ROW-IDX) < 0
                 MOVE WS-ROW-SHORT (WS-ROW-IDX) TO WS-EDIT-5
              ELSE
                 MOVE WS-ROW-LONG (WS-ROW-IDX) TO WS-EDIT-5
              END-IF
              MOVE WS-EDIT-5 TO REPORT-RECORD (79:16)
              MOVE WS-ROW-UTIL (WS-ROW-IDX) TO WS-UTIL-EDIT
              MOVE WS-UTIL-EDIT TO REPORT-RECORD (97:4)
           END-IF
           IF NOT WS-ROW-PRICED (WS-ROW-IDX)
              MOVE "SANS COURS" TO REPORT-RECORD (102:10)
           ELSE
              MOVE WS-ROW-STATUS (WS-ROW-IDX) TO REPORT-RECORD (102:3)
           END-IF
           WRITE REPORT-RECORD.

      * The closing snapshot replaces any earlier one for the same
      * date, so an end-of-day rerun leaves a single set of lines.
       WRITE-CLOSING-HISTORY.
           OPEN OUTPUT NEW-HISTORY-FILE
           MOVE "N" TO WS-HISTORY-EOF-FLAG
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
              PERFORM READ-HISTORY-RECORD
              PERFORM COPY-ONE-HISTORY UNTIL WS-HISTORY-EOF
              CLOSE HISTORY-FILE
           END-IF
           PERFORM WRITE-ONE-CLOSE
              VARYING WS-ROW-IDX FROM 1 BY 1
              UNTIL WS-ROW-IDX > WS-ENTITY-ROWS
           CLOSE NEW-HISTORY-FILE
           MOVE SPACES TO WS-SHELL-CMD
           STRING "mv -f " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NEW-HISTORY-FILENAME)
                     DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-HISTORY-FILENAME)
                     DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           IF WS-SHELL-RC NOT = 0
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: closing positions not saved"
              ELSE
                 DISPLAY "ERREUR: positions de cloture non "
                         "enregistrees"
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           END-IF.

       COPY-ONE-HISTORY.
           IF FXH-DATE NOT = WS-POSITION-DATE-NUM
              MOVE HISTORY-RECORD TO NEW-HISTORY-RECORD
              WRITE NEW-HISTORY-RECORD
           END-IF
           PERFORM READ-HISTORY-RECORD.

       WRITE-ONE-CLOSE.
           PERFORM WRITE-ONE-POSITION-FIELDS
           MOVE POSITION-RECORD TO NEW-HISTORY-RECORD
           WRITE NEW-HISTORY-RECORD.

       WRITE-ONE-POSITION-FIELDS.
           MOVE SPACES TO POSITION-RECORD
           MOVE WS-POSITION-DATE-NUM TO FXP-DATE
           MOVE WS-ROW-ENTITY (WS-ROW-IDX) TO FXP-ENTITY
           MOVE WS-ROW-CCY (WS-ROW-IDX) TO FXP-CURRENCY
           MOVE WS-ROW-BF (WS-ROW-IDX) TO FXP-BROUGHT-FWD
           MOVE WS-ROW-DAY (WS-ROW-IDX) TO FXP-DAY-FLOW
           MOVE WS-ROW-NET (WS-ROW-IDX) TO FXP-NET
           MOVE WS-ROW-GROUP (WS-ROW-IDX) TO FXP-GROUP-VALUE
           MOVE WS-GROUP-CCY TO FXP-GROUP-CCY
           MOVE WS-ROW-UTIL (WS-ROW-IDX) TO FXP-UTILISATION
           MOVE WS-ROW-STATUS (WS-ROW-IDX) TO FXP-STATUS
           MOVE WS-UPDATED TO FXP-UPDATED.

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
           END-IF.

       END PROGRAM FX-POSITION.
