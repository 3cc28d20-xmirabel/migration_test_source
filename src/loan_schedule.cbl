       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-SCHEDULE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-FILE ASSIGN TO DYNAMIC WS-ENTITY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENTITY-FILE-STATUS.

           SELECT STANDING-FILE ASSIGN TO DYNAMIC WS-STANDING-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STANDING-STATUS.

           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

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
          05 FILLER               PIC X(1).
          05 ENT-CALENDAR         PIC X(3).

       FD STANDING-FILE.
       01 STANDING-RECORD.
          05 STND-NUM1            PIC 9(9)V99.
          05 STND-NUM2            PIC 9(9)V99.
          05 STND-OPERATION       PIC X(1).
          05 STND-CURRENCY        PIC X(3).
          05 STND-FREQUENCY       PIC X(1).
          05 STND-DAY             PIC 9(2).
          05 STND-START-DATE      PIC 9(8).
          05 STND-END-DATE        PIC 9(8).
          05 STND-DESCRIPTION     PIC X(20).
          05 STND-DESC-PARTS REDEFINES STND-DESCRIPTION.
             10 STND-DESC-REF     PIC X(8).
             10 STND-DESC-TAG     PIC X(5).
             10 FILLER            PIC X(7).
          05 FILLER               PIC X(1).
          05 STND-ENTITY          PIC X(3).

       FD LOCK-FILE.
       01 LOCK-RECORD             PIC X(10).

       FD AUDIT-FILE.
       01 AUDIT-RECORD            PIC X(160).

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".
       01 WS-ENTITY-FILENAME      PIC X(100)
                                     VALUE "entity_master.dat".
       01 WS-ENTITY-FILE-STATUS   PIC X(2).
       01 WS-ENTITY-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-ENTITY-EOF                    VALUE "Y".
       01 WS-STANDING-FILENAME    PIC X(100)
                                     VALUE "standing_orders.dat".
       01 WS-STANDING-STATUS      PIC X(2).
       01 WS-STANDING-EOF-FLAG    PIC X(1)    VALUE "N".
          88 WS-STANDING-EOF                  VALUE "Y".
       01 WS-LOCK-FILENAME        PIC X(100)
                                     VALUE "standing_gen.lock".
       01 WS-LOCK-STATUS          PIC X(2).
       01 WS-AUDIT-FILENAME       PIC X(100)
                                     VALUE "standing_change.log".
       01 WS-AUDIT-STATUS         PIC X(2).
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).

      * Loan terms, all taken from the environment.
       01 WS-IN-PRINCIPAL-TEXT    PIC X(15)   VALUE SPACES.
       01 WS-IN-RATE-TEXT         PIC X(10)   VALUE SPACES.
       01 WS-IN-TERM-TEXT         PIC X(3)    VALUE SPACES.
       01 WS-IN-FIRST-DUE-TEXT    PIC X(8)    VALUE SPACES.
       01 WS-LOAN-REFERENCE       PIC X(8)    VALUE SPACES.
       01 WS-LOAN-ENTITY          PIC X(3)    VALUE SPACES.
       01 WS-LOAN-CURRENCY        PIC X(3)    VALUE SPACES.
       01 WS-LOAN-OPERATION       PIC X(1)    VALUE "S".
       01 WS-LOAN-FREQUENCY       PIC X(1)    VALUE "M".
          88 WS-FREQ-MONTHLY                  VALUE "M".
          88 WS-FREQ-QUARTERLY                VALUE "Q".
          88 WS-FREQ-HALF-YEARLY              VALUE "S".
          88 WS-FREQ-YEARLY                   VALUE "A".
          88 WS-FREQ-VALID          VALUES "M", "Q", "S", "A".
       01 WS-LOAD-FLAG            PIC X(1)    VALUE "N".
          88 WS-LOAD-ORDERS                   VALUE "Y".
       01 WS-ROUND-MODE           PIC X(1)    VALUE "T".
          88 WS-ROUND-NEAREST                 VALUE "N".
          88 WS-ROUND-TRUNCATE                VALUE "T".

       01 WS-PRINCIPAL            PIC S9(9)V99.
       01 WS-ANNUAL-RATE          PIC S9(3)V9(6).
       01 WS-TERM                 PIC 9(3).
       01 WS-TERM-MAX             PIC 9(3)    VALUE 360.
       01 WS-FIRST-DUE            PIC 9(8).
       01 WS-FIRST-DUE-PARTS REDEFINES WS-FIRST-DUE.
          05 WS-FIRST-DUE-YEAR    PIC 9(4).
          05 WS-FIRST-DUE-MONTH   PIC 9(2).
          05 WS-FIRST-DUE-DAY     PIC 9(2).
       01 WS-PERIODS-PER-YEAR     PIC 9(2).
       01 WS-MONTHS-PER-PERIOD    PIC 9(2).
       01 WS-PERIOD-RATE          PIC 9(1)V9(15).
       01 WS-GROWTH-FACTOR        PIC 9(9)V9(12).
       01 WS-INSTALMENT           PIC S9(9)V99.
       01 WS-WORK-AMOUNT          PIC S9(11)V99.
       01 WS-PARAMS-VALID-FLAG    PIC X(1)    VALUE "Y".
          88 WS-PARAMS-VALID                  VALUE "Y".

      * The instalment table, one row per due date.
       01 WS-SCHEDULE-TABLE.
          05 WS-SCH-ENTRY OCCURS 360 TIMES.
             10 WS-SCH-NOMINAL-DATE  PIC 9(8).
             10 WS-SCH-PAY-DATE      PIC 9(8).
             10 WS-SCH-INSTALMENT    PIC S9(9)V99.
             10 WS-SCH-INTEREST      PIC S9(9)V99.
             10 WS-SCH-PRINCIPAL     PIC S9(9)V99.
             10 WS-SCH-BALANCE       PIC S9(9)V99.
       01 WS-SCH-IDX              PIC 9(3).
       01 WS-BALANCE              PIC S9(9)V99.
       01 WS-TOTAL-INSTALMENTS    PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-INTEREST       PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-PRINCIPAL      PIC S9(11)V99 VALUE 0.

      * Due-date arithmetic: nominal date from the first due date
      * plus whole periods, held to the last day of a short month,
      * then rolled to a business day of the entity's calendar.
       01 WS-MONTH-COUNT          PIC 9(6).
       01 WS-NOMINAL-DATE         PIC 9(8).
       01 WS-NOMINAL-PARTS REDEFINES WS-NOMINAL-DATE.
          05 WS-NOMINAL-YEAR      PIC 9(4).
          05 WS-NOMINAL-MONTH     PIC 9(2).
          05 WS-NOMINAL-DAY       PIC 9(2).
       01 WS-MONTH-END-DATE       PIC 9(8).
       01 WS-MONTH-END-PARTS REDEFINES WS-MONTH-END-DATE.
          05 FILLER               PIC 9(6).
          05 WS-MONTH-END-DAY     PIC 9(2).
       01 WS-BASE-DATE.
          COPY DATEFLDS REPLACING ==PREFIX-YEAR== BY ==WS-BASE-YEAR==
                           ==PREFIX-MONTH== BY ==WS-BASE-MONTH==
                           ==PREFIX-DAY== BY ==WS-BASE-DAY==.
       01 WS-BASE-DATE-NUM REDEFINES WS-BASE-DATE PIC 9(8).
       01 WS-RESULT-DATE.
          COPY DATEFLDS REPLACING ==PREFIX-YEAR== BY ==WS-RSLT-YEAR==
                           ==PREFIX-MONTH== BY ==WS-RSLT-MONTH==
                           ==PREFIX-DAY== BY ==WS-RSLT-DAY==.
       01 WS-RESULT-DATE-NUM REDEFINES WS-RESULT-DATE PIC 9(8).
       01 WS-DAYS-TO-ADD          PIC S9(5) COMP.
       01 WS-BUSINESS-FLAG        PIC X(1).
       01 WS-DATE-VALID           PIC X(1).
          88 WS-DATE-IS-VALID                 VALUE "Y".
       01 WS-LOAN-CALENDAR        PIC X(3)    VALUE SPACES.
       01 WS-ENTITY-FOUND-FLAG    PIC X(1)    VALUE "N".
          88 WS-ENTITY-FOUND                  VALUE "Y".

       01 WS-USER-NAME            PIC X(30)   VALUE SPACES.
       01 WS-RUN-DATE             PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-RUN-TIME             PIC X(8).
       01 WS-ALREADY-LOADED-FLAG  PIC X(1)    VALUE "N".
          88 WS-ALREADY-LOADED                VALUE "Y".
       01 WS-ORDERS-LOADED        PIC 9(3)    VALUE 0.
       01 WS-SEQ-EDIT             PIC 9(3).
       01 WS-TERM-EDIT            PIC 9(3).

       01 WS-AMOUNT-EDIT          PIC -(9)9.99.
       01 WS-AMOUNT-EDIT-2        PIC -(9)9.99.
       01 WS-AMOUNT-EDIT-3        PIC -(9)9.99.
       01 WS-AMOUNT-EDIT-4        PIC -(9)9.99.
       01 WS-RATE-EDIT            PIC ZZ9.999999.
       01 WS-COUNT-EDIT           PIC ZZ9.

       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.
       01 WS-AUTH-PASSWORD        PIC X(30)   VALUE SPACES.
       01 WS-AUTH-NEW-PASSWORD    PIC X(30)   VALUE SPACES.
       01 WS-AUTH-STATUS          PIC 9(2)    VALUE 0.
       01 WS-AUTH-SET-STATUS      PIC 9(2)    VALUE 0.


      * Repayment schedules for the desks: a level-instalment
      * (annuity) table worked with the same rounding mode as the
      * batch calculator, due dates rolled onto business days of the
      * loan entity's calendar, and - on request - the instalments
      * loaded as one-off standing orders so STANDING-GEN raises
      * each repayment on its day.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           PERFORM ACCEPT-LOAN-TERMS
           IF NOT WS-PARAMS-VALID
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-LOAD-ORDERS
              PERFORM CHECK-USER-AUTH
           END-IF

           PERFORM LOAD-LOAN-ENTITY
           CALL "SET_HOLIDAY_CALENDAR" USING WS-LOAN-CALENDAR

           PERFORM COMPUTE-INSTALMENT
           MOVE WS-PRINCIPAL TO WS-BALANCE
           PERFORM BUILD-ONE-PERIOD VARYING WS-SCH-IDX FROM 1 BY 1
              UNTIL WS-SCH-IDX > WS-TERM

           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "loan_schedule-"   DELIMITED BY SIZE
                  FUNCTION TRIM (WS-LOAN-REFERENCE)
                                     DELIMITED BY SIZE
                  ".txt"             DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           PERFORM WRITE-SCHEDULE-LINE VARYING WS-SCH-IDX FROM 1 BY 1
              UNTIL WS-SCH-IDX > WS-TERM
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           MOVE WS-INSTALMENT TO WS-AMOUNT-EDIT
           MOVE WS-TOTAL-INTEREST TO WS-AMOUNT-EDIT-2
           IF WS-LOCALE-EN
              DISPLAY "=== Loan schedule "
                      FUNCTION TRIM (WS-LOAN-REFERENCE) " ==="
              DISPLAY "Instalments: " WS-TERM
                      "  level instalment: " WS-AMOUNT-EDIT
              DISPLAY "Total interest: " WS-AMOUNT-EDIT-2
              DISPLAY "Schedule written to "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           ELSE
              DISPLAY "=== Echeancier du pret "
                      FUNCTION TRIM (WS-LOAN-REFERENCE) " ==="
              DISPLAY "Echeances: " WS-TERM
                      "  echeance constante: " WS-AMOUNT-EDIT
              DISPLAY "Total des interets: " WS-AMOUNT-EDIT-2
              DISPLAY "Echeancier ecrit dans "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           END-IF

           IF WS-LOAD-ORDERS
              PERFORM LOAD-STANDING-ORDERS
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       ACCEPT-LOAN-TERMS.
           ACCEPT WS-IN-PRINCIPAL-TEXT FROM ENVIRONMENT
                  "LOAN_PRINCIPAL"
           ACCEPT WS-IN-RATE-TEXT FROM ENVIRONMENT "LOAN_RATE"
           ACCEPT WS-IN-TERM-TEXT FROM ENVIRONMENT "LOAN_TERM"
           ACCEPT WS-IN-FIRST-DUE-TEXT FROM ENVIRONMENT
                  "LOAN_FIRST_DUE"
           ACCEPT WS-LOAN-FREQUENCY FROM ENVIRONMENT "LOAN_FREQUENCY"
           IF WS-LOAN-FREQUENCY = SPACES
              MOVE "M" TO WS-LOAN-FREQUENCY
           END-IF
           ACCEPT WS-LOAN-REFERENCE FROM ENVIRONMENT "LOAN_REFERENCE"
           IF WS-LOAN-REFERENCE = SPACES
              MOVE "PRET" TO WS-LOAN-REFERENCE
           END-IF
           ACCEPT WS-LOAN-ENTITY FROM ENVIRONMENT "LOAN_ENTITY"
           ACCEPT WS-LOAN-CURRENCY FROM ENVIRONMENT "LOAN_CURRENCY"
           ACCEPT WS-LOAN-OPERATION FROM ENVIRONMENT "LOAN_OPERATION"
           IF WS-LOAN-OPERATION NOT = "A"
              MOVE "S" TO WS-LOAN-OPERATION
           END-IF
           ACCEPT WS-LOAD-FLAG FROM ENVIRONMENT "LOAN_LOAD"
           IF NOT WS-LOAD-ORDERS
              MOVE "N" TO WS-LOAD-FLAG
           END-IF
           ACCEPT WS-ROUND-MODE FROM ENVIRONMENT "ROUND_MODE"
           IF NOT WS-ROUND-NEAREST
              MOVE "T" TO WS-ROUND-MODE
           END-IF

           MOVE 0 TO WS-PRINCIPAL
           IF WS-IN-PRINCIPAL-TEXT NOT = SPACES
              COMPUTE WS-WORK-AMOUNT =
                 FUNCTION NUMVAL (WS-IN-PRINCIPAL-TEXT)
              IF WS-WORK-AMOUNT > 0
                 AND WS-WORK-AMOUNT NOT > 999999999.99
                 MOVE WS-WORK-AMOUNT TO WS-PRINCIPAL
              END-IF
           END-IF
           IF WS-PRINCIPAL = 0
              PERFORM REJECT-PRINCIPAL
           END-IF

           MOVE 0 TO WS-ANNUAL-RATE
           IF WS-IN-RATE-TEXT NOT = SPACES
              COMPUTE WS-ANNUAL-RATE =
                 FUNCTION NUMVAL (WS-IN-RATE-TEXT)
           END-IF
           IF WS-ANNUAL-RATE < 0 OR WS-ANNUAL-RATE > 100
              IF WS-LOCALE-EN
                 DISPLAY "Error: annual rate must be 0 to 100"
              ELSE
                 DISPLAY "Erreur: le taux annuel doit etre entre 0 "
                         "et 100"
              END-IF
              MOVE "N" TO WS-PARAMS-VALID-FLAG
           END-IF

           MOVE 0 TO WS-TERM
           IF FUNCTION TRIM (WS-IN-TERM-TEXT) IS NUMERIC
              COMPUTE WS-TERM = FUNCTION NUMVAL (WS-IN-TERM-TEXT)
           END-IF
           IF WS-TERM = 0 OR WS-TERM > WS-TERM-MAX
              IF WS-LOCALE-EN
                 DISPLAY "Error: term must be 1 to " WS-TERM-MAX
                         " instalments"
              ELSE
                 DISPLAY "Erreur: la duree doit etre de 1 a "
                         WS-TERM-MAX " echeances"
              END-IF
              MOVE "N" TO WS-PARAMS-VALID-FLAG
           END-IF

           EVALUATE TRUE
              WHEN WS-FREQ-MONTHLY
                 MOVE 12 TO WS-PERIODS-PER-YEAR
              WHEN WS-FREQ-QUARTERLY
                 MOVE 4 TO WS-PERIODS-PER-YEAR
              WHEN WS-FREQ-HALF-YEARLY
                 MOVE 2 TO WS-PERIODS-PER-YEAR
              WHEN WS-FREQ-YEARLY
                 MOVE 1 TO WS-PERIODS-PER-YEAR
              WHEN OTHER
                 IF WS-LOCALE-EN
                    DISPLAY "Error: frequency must be M, Q, S or A"
                 ELSE
                    DISPLAY "Erreur: frequence M, Q, S ou A attendue"
                 END-IF
                 MOVE "N" TO WS-PARAMS-VALID-FLAG
                 MOVE 12 TO WS-PERIODS-PER-YEAR
           END-EVALUATE
           COMPUTE WS-MONTHS-PER-PERIOD = 12 / WS-PERIODS-PER-YEAR

           MOVE 0 TO WS-FIRST-DUE
           IF WS-IN-FIRST-DUE-TEXT IS NUMERIC
              MOVE WS-IN-FIRST-DUE-TEXT TO WS-FIRST-DUE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-FIRST-DUE) NOT = 0
              IF WS-LOCALE-EN
                 DISPLAY "Error: first due date must be YYYYMMDD"
              ELSE
                 DISPLAY "Erreur: premiere echeance attendue en "
                         "AAAAMMJJ"
              END-IF
              MOVE "N" TO WS-PARAMS-VALID-FLAG
           END-IF.

       REJECT-PRINCIPAL.
           IF WS-LOCALE-EN
              DISPLAY "Error: principal must be above zero"
           ELSE
              DISPLAY "Erreur: le capital doit etre superieur a zero"
           END-IF
           MOVE "N" TO WS-PARAMS-VALID-FLAG.

      * Due dates roll on the loan entity's market calendar; the
      * currency defaults to the entity's own.
       LOAD-LOAN-ENTITY.
           MOVE "N" TO WS-ENTITY-EOF-FLAG
           OPEN INPUT ENTITY-FILE
           IF WS-ENTITY-FILE-STATUS = "00"
              PERFORM READ-ENTITY-RECORD
              PERFORM CHECK-ONE-ENTITY
                 UNTIL WS-ENTITY-EOF OR WS-ENTITY-FOUND
              CLOSE ENTITY-FILE
           END-IF
           IF WS-LOAN-CURRENCY = SPACES
              MOVE "EUR" TO WS-LOAN-CURRENCY
           END-IF.

       READ-ENTITY-RECORD.
           READ ENTITY-FILE
              AT END
                 SET WS-ENTITY-EOF TO TRUE
           END-READ.

       CHECK-ONE-ENTITY.
           IF WS-LOAN-ENTITY NOT = SPACES
              AND ENT-CODE = WS-LOAN-ENTITY
              SET WS-ENTITY-FOUND TO TRUE
              MOVE ENT-CALENDAR TO WS-LOAN-CALENDAR
              IF WS-LOAN-CURRENCY = SPACES
                 MOVE ENT-CURRENCY TO WS-LOAN-CURRENCY
              END-IF
           ELSE
              PERFORM READ-ENTITY-RECORD
           END-IF.

      * Level instalment P * r / (1 - (1 + r) ** -n), worked as
      * P * r / (1 - 1 / f) with f = (1 + r) ** n.  Truncation or
      * rounding to the cent follows ROUND_MODE as CALCULATOR does;
      * whatever the cents leave over is settled on the last line.
       COMPUTE-INSTALMENT.
           COMPUTE WS-PERIOD-RATE ROUNDED =
              WS-ANNUAL-RATE / 100 / WS-PERIODS-PER-YEAR
           IF WS-PERIOD-RATE = 0
              IF WS-ROUND-NEAREST
                 COMPUTE WS-INSTALMENT ROUNDED =
                    WS-PRINCIPAL / WS-TERM
              ELSE
                 COMPUTE WS-INSTALMENT = WS-PRINCIPAL / WS-TERM
              END-IF
           ELSE
              COMPUTE WS-GROWTH-FACTOR ROUNDED =
                 (1 + WS-PERIOD-RATE) ** WS-TERM
              IF WS-ROUND-NEAREST
                 COMPUTE WS-INSTALMENT ROUNDED =
                    WS-PRINCIPAL * WS-PERIOD-RATE
                    / (1 - 1 / WS-GROWTH-FACTOR)
              ELSE
                 COMPUTE WS-INSTALMENT =
                    WS-PRINCIPAL * WS-PERIOD-RATE
                    / (1 - 1 / WS-GROWTH-FACTOR)
              END-IF
           END-IF.

       BUILD-ONE-PERIOD.
           IF WS-ROUND-NEAREST
              COMPUTE WS-SCH-INTEREST (WS-SCH-IDX) ROUNDED =
                 WS-BALANCE * WS-PERIOD-RATE
           ELSE
              COMPUTE WS-SCH-INTEREST (WS-SCH-IDX) =
                 WS-BALANCE * WS-PERIOD-RATE
           END-IF
           IF WS-SCH-IDX = WS-TERM
              MOVE WS-BALANCE TO WS-SCH-PRINCIPAL (WS-SCH-IDX)
           ELSE
              COMPUTE WS-SCH-PRINCIPAL (WS-SCH-IDX) =
                 WS-INSTALMENT - WS-SCH-INTEREST (WS-SCH-IDX)
              IF WS-SCH-PRINCIPAL (WS-SCH-IDX) > WS-BALANCE
                 MOVE WS-BALANCE TO WS-SCH-PRINCIPAL (WS-SCH-IDX)
              END-IF
              IF WS-SCH-PRINCIPAL (WS-SCH-IDX) < 0
                 MOVE 0 TO WS-SCH-PRINCIPAL (WS-SCH-IDX)
              END-IF
           END-IF
           COMPUTE WS-SCH-INSTALMENT (WS-SCH-IDX) =
              WS-SCH-INTEREST (WS-SCH-IDX)
              + WS-SCH-PRINCIPAL (WS-SCH-IDX)
           SUBTRACT WS-SCH-PRINCIPAL (WS-SCH-IDX) FROM WS-BALANCE
           MOVE WS-BALANCE TO WS-SCH-BALANCE (WS-SCH-IDX)
           ADD WS-SCH-INSTALMENT (WS-SCH-IDX) TO WS-TOTAL-INSTALMENTS
           ADD WS-SCH-INTEREST (WS-SCH-IDX) TO WS-TOTAL-INTEREST
           ADD WS-SCH-PRINCIPAL (WS-SCH-IDX) TO WS-TOTAL-PRINCIPAL
           PERFORM COMPUTE-DUE-DATES.

       COMPUTE-DUE-DATES.
           COMPUTE WS-MONTH-COUNT =
              WS-FIRST-DUE-YEAR * 12 + WS-FIRST-DUE-MONTH - 1
              + (WS-SCH-IDX - 1) * WS-MONTHS-PER-PERIOD
           COMPUTE WS-NOMINAL-YEAR = WS-MONTH-COUNT / 12
           COMPUTE WS-NOMINAL-MONTH =
              WS-MONTH-COUNT - WS-NOMINAL-YEAR * 12 + 1
           MOVE 1 TO WS-NOMINAL-DAY
           IF WS-NOMINAL-MONTH = 12
              COMPUTE WS-MONTH-END-DATE =
                 (WS-NOMINAL-YEAR + 1) * 10000 + 101
           ELSE
              COMPUTE WS-MONTH-END-DATE = WS-NOMINAL-DATE + 100
           END-IF
           COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WS-MONTH-END-DATE) - 1)
           IF WS-FIRST-DUE-DAY > WS-MONTH-END-DAY
              MOVE WS-MONTH-END-DAY TO WS-NOMINAL-DAY
           ELSE
              MOVE WS-FIRST-DUE-DAY TO WS-NOMINAL-DAY
           END-IF
           MOVE WS-NOMINAL-DATE TO WS-SCH-NOMINAL-DATE (WS-SCH-IDX)
           MOVE WS-NOMINAL-DATE TO WS-BASE-DATE-NUM
           PERFORM FIND-NEXT-BUSINESS-DAY
           MOVE WS-RESULT-DATE-NUM TO WS-SCH-PAY-DATE (WS-SCH-IDX).

      * The first business day on or after the nominal date: step
      * back one calendar day, then forward one business day
      * through DATE_ARITH, as STANDING-GEN does.
       FIND-NEXT-BUSINESS-DAY.
           MOVE -1 TO WS-DAYS-TO-ADD
           MOVE "N" TO WS-BUSINESS-FLAG
           CALL "DATE_ARITH" USING WS-BASE-DATE, WS-DAYS-TO-ADD,
                                    WS-BUSINESS-FLAG, WS-RESULT-DATE,
                                    WS-DATE-VALID
           IF WS-DATE-IS-VALID
              MOVE WS-RESULT-DATE TO WS-BASE-DATE
              MOVE 1 TO WS-DAYS-TO-ADD
              MOVE "Y" TO WS-BUSINESS-FLAG
              CALL "DATE_ARITH" USING WS-BASE-DATE, WS-DAYS-TO-ADD,
                                       WS-BUSINESS-FLAG,
                                       WS-RESULT-DATE, WS-DATE-VALID
           END-IF
           IF NOT WS-DATE-IS-VALID
              MOVE WS-NOMINAL-DATE TO WS-RESULT-DATE-NUM
           END-IF.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING "ECHEANCIER DE REMBOURSEMENT - PRET "
                                     DELIMITED BY SIZE
                  WS-LOAN-REFERENCE  DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-PRINCIPAL TO WS-AMOUNT-EDIT
           MOVE WS-ANNUAL-RATE TO WS-RATE-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "CAPITAL "          DELIMITED BY SIZE
                  WS-AMOUNT-EDIT      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-LOAN-CURRENCY    DELIMITED BY SIZE
                  "   TAUX ANNUEL "   DELIMITED BY SIZE
                  WS-RATE-EDIT        DELIMITED BY SIZE
                  " %   ECHEANCES "   DELIMITED BY SIZE
                  WS-TERM             DELIMITED BY SIZE
                  "   FREQUENCE "     DELIMITED BY SIZE
                  WS-LOAN-FREQUENCY   DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-INSTALMENT TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "ECHEANCE CONSTANTE " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT        DELIMITED BY SIZE
                  "   ARRONDI "         DELIMITED BY SIZE
                  WS-ROUND-MODE         DELIMITED BY SIZE
                  "   ENTITE "          DELIMITED BY SIZE
                  WS-LOAN-ENTITY        DELIMITED BY SIZE
                  "   CALENDRIER "      DELIMITED BY SIZE
                  WS-LOAN-CALENDAR      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING " NO  ECH.NOMIN.  DATE PAIEM."  DELIMITED BY SIZE
                  "       ECHEANCE       INTERETS" DELIMITED BY SIZE
                  "        CAPITAL     RESTANT DU" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-SCHEDULE-LINE.
           MOVE WS-SCH-INSTALMENT (WS-SCH-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-SCH-INTEREST (WS-SCH-IDX) TO WS-AMOUNT-EDIT-2
           MOVE WS-SCH-PRINCIPAL (WS-SCH-IDX) TO WS-AMOUNT-EDIT-3
           MOVE WS-SCH-BALANCE (WS-SCH-IDX) TO WS-AMOUNT-EDIT-4
           MOVE SPACES TO REPORT-RECORD
           STRING WS-SCH-IDX                     DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-SCH-NOMINAL-DATE (WS-SCH-IDX)
                                                 DELIMITED BY SIZE
                  "    "                         DELIMITED BY SIZE
                  WS-SCH-PAY-DATE (WS-SCH-IDX)   DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-AMOUNT-EDIT                 DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2               DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-3               DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-4               DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-INSTALMENTS TO WS-AMOUNT-EDIT
           MOVE WS-TOTAL-INTEREST TO WS-AMOUNT-EDIT-2
           MOVE WS-TOTAL-PRINCIPAL TO WS-AMOUNT-EDIT-3
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAUX                     "  DELIMITED BY SIZE
                  WS-AMOUNT-EDIT                 DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2               DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-3               DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      * Each instalment becomes a one-off monthly order: start and
      * end on its payment date, day of month set to that date, so
      * STANDING-GEN raises it exactly once.  The description
      * carries the loan reference, which keeps a loan from being
      * loaded twice.  The same generation lock and change audit as
      * STANDING-MAINT apply.
       LOAD-STANDING-ORDERS.
           MOVE SPACES TO WS-USER-NAME
           ACCEPT WS-USER-NAME FROM ENVIRONMENT "APP_USER"
           IF WS-USER-NAME = SPACES
              ACCEPT WS-USER-NAME FROM ENVIRONMENT "USER"
           END-IF
           CALL "BUSINESS_DATE" USING WS-RUN-DATE, WS-DATE-SOURCE
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "00"
              CLOSE LOCK-FILE
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: today's generation step is "
                         "running - orders not loaded"
              ELSE
                 DISPLAY "ERREUR: la generation du jour est en "
                         "cours - ordres non charges"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
           ELSE
              PERFORM CHECK-LOAN-NOT-LOADED
              IF WS-ALREADY-LOADED
                 IF WS-LOCALE-EN
                    DISPLAY "ERROR: loan "
                            FUNCTION TRIM (WS-LOAN-REFERENCE)
                            " is already in the standing orders"
                 ELSE
                    DISPLAY "ERREUR: le pret "
                            FUNCTION TRIM (WS-LOAN-REFERENCE)
                            " figure deja dans les ordres permanents"
                 END-IF
                 MOVE 8 TO WS-RETURN-CODE
              ELSE
                 PERFORM APPEND-LOAN-ORDERS
              END-IF
           END-IF.

       CHECK-LOAN-NOT-LOADED.
           MOVE "N" TO WS-STANDING-EOF-FLAG
           OPEN INPUT STANDING-FILE
           IF WS-STANDING-STATUS = "00"
              PERFORM READ-STANDING-RECORD
              PERFORM CHECK-ONE-ORDER
                 UNTIL WS-STANDING-EOF OR WS-ALREADY-LOADED
              CLOSE STANDING-FILE
           END-IF.

       APPEND-LOAN-ORDERS.
           OPEN EXTEND STANDING-FILE
           IF WS-STANDING-STATUS = "35"
              OPEN OUTPUT STANDING-FILE
           END-IF
           IF WS-STANDING-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: cannot open standing orders"
              ELSE
                 DISPLAY "ERREUR: ouverture des ordres permanents "
                         "impossible"
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              PERFORM WRITE-ONE-ORDER VARYING WS-SCH-IDX FROM 1 BY 1
                 UNTIL WS-SCH-IDX > WS-TERM
              CLOSE STANDING-FILE
              IF WS-LOCALE-EN
                 DISPLAY "Standing orders loaded: " WS-ORDERS-LOADED
              ELSE
                 DISPLAY "Ordres permanents charges: "
                         WS-ORDERS-LOADED
              END-IF
           END-IF.

       READ-STANDING-RECORD.
           READ STANDING-FILE
              AT END
                 SET WS-STANDING-EOF TO TRUE
           END-READ.

       CHECK-ONE-ORDER.
           IF STND-DESC-REF = WS-LOAN-REFERENCE
              AND STND-DESC-TAG = " ECH "
              SET WS-ALREADY-LOADED TO TRUE
           ELSE
              PERFORM READ-STANDING-RECORD
           END-IF.

       WRITE-ONE-ORDER.
           MOVE SPACES TO STANDING-RECORD
           MOVE WS-SCH-INSTALMENT (WS-SCH-IDX) TO STND-NUM1
           MOVE 0 TO STND-NUM2
           MOVE WS-LOAN-OPERATION TO STND-OPERATION
           MOVE WS-LOAN-CURRENCY TO STND-CURRENCY
           MOVE "M" TO STND-FREQUENCY
           MOVE WS-SCH-PAY-DATE (WS-SCH-IDX) (7:2) TO STND-DAY
           MOVE WS-SCH-PAY-DATE (WS-SCH-IDX) TO STND-START-DATE
           MOVE WS-SCH-PAY-DATE (WS-SCH-IDX) TO STND-END-DATE
           MOVE WS-SCH-IDX TO WS-SEQ-EDIT
           MOVE WS-TERM TO WS-TERM-EDIT
           MOVE WS-LOAN-REFERENCE TO STND-DESC-REF
           MOVE " ECH " TO STND-DESC-TAG
           MOVE SPACES TO STND-DESCRIPTION (14:7)
           STRING WS-SEQ-EDIT   DELIMITED BY SIZE
                  "/"           DELIMITED BY SIZE
                  WS-TERM-EDIT  DELIMITED BY SIZE
                  INTO STND-DESCRIPTION (14:7)
           END-STRING
           MOVE WS-LOAN-ENTITY TO STND-ENTITY
           WRITE STANDING-RECORD
           ADD 1 TO WS-ORDERS-LOADED
           PERFORM APPEND-CHANGE-AUDIT.

       APPEND-CHANGE-AUDIT.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF WS-AUDIT-STATUS = "00"
              MOVE SPACES TO AUDIT-RECORD
              STRING WS-RUN-DATE       DELIMITED BY SIZE
                     " "               DELIMITED BY SIZE
                     WS-RUN-TIME (1:6) DELIMITED BY SIZE
                     " "               DELIMITED BY SIZE
                     FUNCTION TRIM (WS-USER-NAME)
                        DELIMITED BY SIZE
                     " ACTION L PRET " DELIMITED BY SIZE
                     WS-LOAN-REFERENCE DELIMITED BY SIZE
                     " -> "            DELIMITED BY SIZE
                     STANDING-RECORD (1:69) DELIMITED BY SIZE
                     INTO AUDIT-RECORD
              END-STRING
              WRITE AUDIT-RECORD
              CLOSE AUDIT-FILE
           END-IF.

      * Interactive access authenticates against the salted hash
      * stored with the profile; three wrong attempts lock the
      * credential and a supervisor reset forces a change on first
      * use.  A user with no credential line keeps the legacy
      * environment-variable path.
       CHECK-USER-AUTH.
           MOVE SPACES TO WS-USER-NAME
           ACCEPT WS-USER-NAME FROM ENVIRONMENT "APP_USER"
           IF WS-USER-NAME = SPACES
              ACCEPT WS-USER-NAME FROM ENVIRONMENT "USER"
           END-IF
           ACCEPT WS-AUTH-PASSWORD FROM ENVIRONMENT "APP_PASSWORD"
           IF WS-AUTH-PASSWORD = SPACES
              IF WS-LOCALE-EN
                 DISPLAY "Password:"
              ELSE
                 DISPLAY "Mot de passe:"
              END-IF
              ACCEPT WS-AUTH-PASSWORD
           END-IF
           CALL "AUTH_UTILS" USING WS-USER-NAME, WS-AUTH-PASSWORD,
                                    WS-AUTH-STATUS
           EVALUATE WS-AUTH-STATUS
              WHEN 0
                 CONTINUE
              WHEN 3
                 CONTINUE
              WHEN 4
                 IF WS-LOCALE-EN
                    DISPLAY "Password change required - new "
                            "password:"
                 ELSE
                    DISPLAY "Changement de mot de passe requis - "
                            "nouveau mot de passe:"
                 END-IF
                 ACCEPT WS-AUTH-NEW-PASSWORD
                 CALL "AUTH_SET_PASSWORD" USING WS-USER-NAME,
                      WS-AUTH-NEW-PASSWORD, WS-AUTH-SET-STATUS
                 IF WS-AUTH-SET-STATUS NOT = 0
                    PERFORM REFUSE-ACCESS
                 END-IF
              WHEN OTHER
                 PERFORM REFUSE-ACCESS
           END-EVALUATE.

       REFUSE-ACCESS.
           IF WS-LOCALE-EN
              DISPLAY "ACCESS REFUSED for "
                      FUNCTION TRIM (WS-USER-NAME)
           ELSE
              DISPLAY "ACCES REFUSE pour "
                      FUNCTION TRIM (WS-USER-NAME)
           END-IF
           MOVE 12 TO WS-RETURN-CODE
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.


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

       END PROGRAM LOAN-SCHEDULE.
