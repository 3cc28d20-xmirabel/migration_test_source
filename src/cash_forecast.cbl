       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASH-FORECAST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENTITY-FILE ASSIGN TO DYNAMIC WS-ENTITY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ENTITY-FILE-STATUS.

           SELECT WAREHOUSE-FILE
           ASSIGN TO DYNAMIC WS-WAREHOUSE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WAREHOUSE-STATUS.

           SELECT STANDING-FILE ASSIGN TO DYNAMIC WS-STANDING-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STANDING-STATUS.

           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.

           SELECT RATE-FILE ASSIGN TO DYNAMIC WS-RATE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO DYNAMIC WS-BALANCE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.

           SELECT BALANCE-IDX-FILE
           ASSIGN TO DYNAMIC WS-BAL-IDX-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAL-IDX-USER
           FILE STATUS IS WS-BAL-IDX-STATUS.

           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

           SELECT FLOOR-FILE ASSIGN TO DYNAMIC WS-FLOOR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FLOOR-STATUS.

           SELECT POSITION-FILE ASSIGN TO DYNAMIC WS-POSITION-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSITION-STATUS.

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

       FD WAREHOUSE-FILE.
       01 WAREHOUSE-RECORD.
          05 WHS-NUM1             PIC 9(9)V99.
          05 WHS-NUM2             PIC 9(9)V99.
          05 WHS-OPERATION        PIC X(1).
          05 WHS-CURRENCY         PIC X(3).
          05 WHS-NUM1-REF         PIC X(12).
          05 WHS-NUM2-REF         PIC X(12).
          05 WHS-ENTITY           PIC X(3).
          05 WHS-TAX-CODE         PIC X(3).
          05 WHS-ACCOUNT          PIC X(10).
          05 WHS-VALUE-DATE       PIC 9(8).
          05 WHS-DEPARTMENT       PIC X(10).
          05 WHS-CPTY-NAME        PIC X(30).

       FD STANDING-FILE.
       01 STANDING-RECORD.
          05 STND-NUM1            PIC 9(9)V99.
          05 STND-NUM2            PIC 9(9)V99.
          05 STND-OPERATION       PIC X(1).
          05 STND-CURRENCY        PIC X(3).
          05 STND-FREQUENCY       PIC X(1).
             88 STND-FREQ-DAILY              VALUE "D".
             88 STND-FREQ-WEEKLY             VALUE "W".
             88 STND-FREQ-MONTHLY            VALUE "M".
          05 STND-DAY             PIC 9(2).
          05 STND-START-DATE      PIC 9(8).
          05 STND-END-DATE        PIC 9(8).
          05 STND-DESCRIPTION     PIC X(20).
          05 FILLER               PIC X(1).
          05 STND-ENTITY          PIC X(3).

       FD HOLD-FILE.
       01 HOLD-RECORD.
          05 HOLD-STATE           PIC X(1).
          05 HOLD-DATE            PIC 9(8).
          05 HOLD-CALC-DATA       PIC X(248).
          05 HOLD-RULE            PIC X(4).

       FD RATE-FILE.
       01 RATE-RECORD.
          05 ACR-SCOPE            PIC X(30).
          05 FILLER               PIC X(1).
          05 ACR-RATE-TEXT        PIC X(8).
          05 FILLER               PIC X(1).
          05 ACR-EFF-DATE         PIC 9(8).

       FD BALANCE-FILE.
       01 BALANCE-RECORD.
          05 BAL-USER             PIC X(30).
          05 FILLER               PIC X(1).
          05 BAL-CURRENT          PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 BAL-MTD              PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 BAL-YTD              PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
          05 FILLER               PIC X(1).
          05 BAL-LAST-ACTIVITY    PIC 9(8).
          05 FILLER               PIC X(1).
          05 BAL-MONTH            PIC 9(6).

       FD BALANCE-IDX-FILE.
       01 BAL-IDX-RECORD.
          05 BAL-IDX-USER         PIC X(30).
          05 BAL-IDX-CURRENT      PIC S9(11)V99.
          05 BAL-IDX-MTD          PIC S9(11)V99.
          05 BAL-IDX-YTD          PIC S9(11)V99.
          05 BAL-IDX-LAST         PIC 9(8).
          05 BAL-IDX-MONTH        PIC 9(6).

       FD PROFILE-FILE.
       01 PROFILE-RECORD.
          05 PRF-USER-ID          PIC X(30).
          05 PRF-FULL-NAME        PIC X(30).
          05 PRF-DEPARTMENT       PIC X(10).
          05 PRF-ROLE             PIC X(1).

      * Treasury's minimum cash level per entity and currency; the
      * forecast flags every day the projected balance drops below.
       FD FLOOR-FILE.
       01 FLOOR-RECORD.
          05 CFL-ENTITY           PIC X(3).
          05 FILLER               PIC X(1).
          05 CFL-CURRENCY         PIC X(3).
          05 FILLER               PIC X(1).
          05 CFL-FLOOR-TEXT       PIC X(15).

      * Opening cash position per entity and currency as treasury
      * confirms it; the latest line on or before the forecast date
      * is used, and the projection starts from zero without one.
       FD POSITION-FILE.
       01 POSITION-RECORD.
          05 CPO-ENTITY           PIC X(3).
          05 FILLER               PIC X(1).
          05 CPO-CURRENCY         PIC X(3).
          05 FILLER               PIC X(1).
          05 CPO-AMOUNT-TEXT      PIC X(15).
          05 FILLER               PIC X(1).
          05 CPO-AS-OF            PIC 9(8).

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ENTITY-FILENAME      PIC X(100)
                                     VALUE "entity_master.dat".
       01 WS-ENTITY-FILE-STATUS   PIC X(2).
       01 WS-ENTITY-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-ENTITY-EOF                    VALUE "Y".
       01 WS-WAREHOUSE-FILENAME   PIC X(100)  VALUE "warehouse.dat".
       01 WS-WAREHOUSE-STATUS     PIC X(2).
       01 WS-WAREHOUSE-EOF-FLAG   PIC X(1)    VALUE "N".
          88 WS-WAREHOUSE-EOF                 VALUE "Y".
       01 WS-STANDING-FILENAME    PIC X(100)
                                     VALUE "standing_orders.dat".
       01 WS-STANDING-STATUS      PIC X(2).
       01 WS-STANDING-EOF-FLAG    PIC X(1)    VALUE "N".
          88 WS-STANDING-EOF                  VALUE "Y".
       01 WS-HOLD-FILENAME        PIC X(100)  VALUE "hold_queue.dat".
       01 WS-HOLD-STATUS          PIC X(2).
       01 WS-HOLD-EOF-FLAG        PIC X(1)    VALUE "N".
          88 WS-HOLD-EOF                      VALUE "Y".
       01 WS-RATE-FILENAME        PIC X(100)
                                     VALUE "accrual_rates.dat".
       01 WS-RATE-STATUS          PIC X(2).
       01 WS-RATE-EOF-FLAG        PIC X(1)    VALUE "N".
          88 WS-RATE-EOF                      VALUE "Y".
       01 WS-BALANCE-FILENAME     PIC X(100)
                                     VALUE "balance_master.dat".
       01 WS-BALANCE-STATUS       PIC X(2).
       01 WS-BALANCE-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-BALANCE-EOF                   VALUE "Y".
       01 WS-BAL-IDX-FILENAME     PIC X(100)
                                     VALUE "balance_master.idx".
       01 WS-BAL-IDX-STATUS       PIC X(2).
       01 WS-BAL-IDX-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-BAL-IDX-EOF                   VALUE "Y".
       01 WS-PROFILE-FILENAME     PIC X(100)
                                     VALUE "user_profiles.dat".
       01 WS-PROFILE-STATUS       PIC X(2).
       01 WS-PROFILE-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-PROFILE-EOF                   VALUE "Y".
       01 WS-FLOOR-FILENAME       PIC X(100)  VALUE "cash_floor.dat".
       01 WS-FLOOR-STATUS         PIC X(2).
       01 WS-FLOOR-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-FLOOR-EOF                     VALUE "Y".
       01 WS-POSITION-FILENAME    PIC X(100)
                                     VALUE "cash_position.dat".
       01 WS-POSITION-STATUS      PIC X(2).
       01 WS-POSITION-EOF-FLAG    PIC X(1)    VALUE "N".
          88 WS-POSITION-EOF                  VALUE "Y".
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).

       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".
       01 WS-FCST-DATE            PIC X(8).
       01 WS-FCST-DATE-NUM REDEFINES WS-FCST-DATE PIC 9(8).
       01 WS-FCST-DATE-PARTS REDEFINES WS-FCST-DATE.
          05 WS-FCST-YEAR         PIC 9(4).
          05 WS-FCST-MONTH        PIC 9(2).
          05 WS-FCST-DAY          PIC 9(2).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-FCST-DAYS-TEXT       PIC X(3)    VALUE SPACES.
       01 WS-FCST-DAYS            PIC 9(3)    VALUE 10.
       01 WS-DEFAULT-ENTITY       PIC X(3)    VALUE SPACES.
       01 WS-DEFAULT-CURRENCY     PIC X(3)    VALUE SPACES.

       01 WS-ENT-TABLE.
          05 WS-ENT-ENTRY OCCURS 20 TIMES.
             10 WS-ENT-TBL-CODE      PIC X(3).
             10 WS-ENT-TBL-CCY       PIC X(3).
             10 WS-ENT-TBL-CAL       PIC X(3).
       01 WS-ENT-USED             PIC 9(2)    VALUE 0.
       01 WS-ENT-MAX              PIC 9(2)    VALUE 20.
       01 WS-ENT-IDX              PIC 9(2).
       01 WS-LOOK-ENTITY          PIC X(3).
       01 WS-WANT-CALENDAR        PIC X(3)    VALUE SPACES.
       01 WS-ACTIVE-CALENDAR      PIC X(3)    VALUE "???".

      * Business days of the horizon, on the default entity's
      * calendar; a flow due on any other day lands on the first
      * forecast day on or after it.
       01 WS-GRID-TABLE.
          05 WS-GRID-DATE OCCURS 60 TIMES PIC 9(8).
       01 WS-GRID-USED            PIC 9(2)    VALUE 0.
       01 WS-GRID-MAX             PIC 9(2)    VALUE 60.
       01 WS-GRID-IDX             PIC 9(2).
       01 WS-GRID-FAILED-FLAG     PIC X(1)    VALUE "N".
          88 WS-GRID-FAILED                   VALUE "Y".

      * One projected position per entity and currency.
       01 WS-POS-TABLE.
          05 WS-POS-ENTRY OCCURS 40 TIMES.
             10 WS-POS-ENTITY        PIC X(3).
             10 WS-POS-CCY           PIC X(3).
             10 WS-POS-FLOOR-FLAG    PIC X(1).
                88 WS-POS-HAS-FLOOR             VALUE "Y".
             10 WS-POS-FLOOR         PIC S9(13)V99.
             10 WS-POS-OPENING       PIC S9(13)V99.
             10 WS-POS-OPEN-ASOF     PIC 9(8).
             10 WS-POS-BREACHES      PIC 9(2).
             10 WS-POS-DAY OCCURS 60 TIMES.
                15 WS-POS-WHS        PIC S9(13)V99.
                15 WS-POS-STO        PIC S9(13)V99.
                15 WS-POS-HLD        PIC S9(13)V99.
                15 WS-POS-INT        PIC S9(13)V99.
       01 WS-POS-USED             PIC 9(2)    VALUE 0.
       01 WS-POS-MAX              PIC 9(2)    VALUE 40.
       01 WS-POS-IDX              PIC 9(2).
       01 WS-POS-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-POS-FOUND                     VALUE "Y".
       01 WS-OVERFLOW-FLAG        PIC X(1)    VALUE "N".
          88 WS-OVERFLOW                      VALUE "Y".

       01 WS-FLOW-ENTITY          PIC X(3).
       01 WS-FLOW-CCY             PIC X(3).
       01 WS-FLOW-SOURCE          PIC X(1).
          88 WS-FLOW-WAREHOUSE                VALUE "W".
          88 WS-FLOW-STANDING                 VALUE "S".
          88 WS-FLOW-HOLD                     VALUE "H".
          88 WS-FLOW-INTEREST                 VALUE "I".
       01 WS-FLOW-AMOUNT          PIC S9(13)V99.
       01 WS-FLOW-DAY             PIC 9(2).

       01 WS-NUM1                 PIC 9(9)V99.
       01 WS-NUM2                 PIC 9(9)V99.
       01 WS-RESULT               PIC S9(11)V99.
       01 WS-OPERATION            PIC X(1).
       01 WS-CALC-STATUS          PIC 9(2)    VALUE 0.
          88 WS-CALC-STATUS-OK                VALUE 0.
       01 WS-ROUND-MODE           PIC X(1)    VALUE "T".
       01 WS-ACCUM-MODE           PIC X(1)    VALUE "N".
       01 WS-ACCUMULATOR          PIC S9(13)V99.
       01 WS-ROUND-DIFF           PIC S9(1)V9(4).

       01 WS-BASE-DATE.
          COPY DATEFLDS REPLACING ==PREFIX-YEAR== BY ==WS-BASE-YEAR==
                           ==PREFIX-MONTH== BY ==WS-BASE-MONTH==
                           ==PREFIX-DAY== BY ==WS-BASE-DAY==.
       01 WS-RESULT-DATE.
          COPY DATEFLDS REPLACING ==PREFIX-YEAR== BY ==WS-RSLT-YEAR==
                           ==PREFIX-MONTH== BY ==WS-RSLT-MONTH==
                           ==PREFIX-DAY== BY ==WS-RSLT-DAY==.
       01 WS-RESULT-DATE-NUM REDEFINES WS-RESULT-DATE PIC 9(8).
       01 WS-DAYS-TO-ADD          PIC S9(5) COMP.
       01 WS-BUSINESS-FLAG        PIC X(1).
       01 WS-DATE-VALID           PIC X(1).
          88 WS-DATE-IS-VALID                 VALUE "Y".
       01 WS-DUE-DATE-NUM         PIC 9(8).
       01 WS-VALUE-DATE-X         PIC X(8).
       01 WS-VALUE-DATE-PARTS REDEFINES WS-VALUE-DATE-X.
          05 WS-VAL-YEAR          PIC 9(4).
          05 WS-VAL-MONTH         PIC 9(2).
          05 WS-VAL-DAY           PIC 9(2).

      * Standing orders are walked one calendar day at a time, as
      * STANDING-GEN would see each generation date.
       01 WS-GEN-DATE             PIC X(8).
       01 WS-GEN-DATE-NUM REDEFINES WS-GEN-DATE PIC 9(8).
       01 WS-GEN-DATE-PARTS REDEFINES WS-GEN-DATE.
          05 WS-GEN-YEAR          PIC 9(4).
          05 WS-GEN-MONTH         PIC 9(2).
          05 WS-GEN-DAY           PIC 9(2).
       01 WS-GEN-STOP-FLAG        PIC X(1)    VALUE "N".
          88 WS-GEN-STOP                      VALUE "Y".
       01 WS-DUE-FLAG             PIC X(1)    VALUE "N".
          88 WS-ENTRY-DUE                     VALUE "Y".
       01 WS-Z-MONTH              PIC S9(4) COMP.
       01 WS-Z-YEAR               PIC S9(4) COMP.
       01 WS-Z-CENTURY            PIC S9(4) COMP.
       01 WS-Z-YEAR-OF-CENT       PIC S9(4) COMP.
       01 WS-Z-TEMP               PIC S9(4) COMP.
       01 WS-Z-H                  PIC S9(4) COMP.
       01 WS-DOW-NUM              PIC 9(1).

       01 WS-HELD-VIEW.
          COPY CALCREC.

       01 WS-RATE-TABLE.
          05 WS-ACR-ENTRY OCCURS 50 TIMES.
             10 WS-ACR-SCOPE        PIC X(30).
             10 WS-ACR-RATE         PIC 9(3)V9999.
             10 WS-ACR-EFF          PIC 9(8).
       01 WS-ACR-USED             PIC 9(2)    VALUE 0.
       01 WS-ACR-MAX              PIC 9(2)    VALUE 50.
       01 WS-ACR-IDX              PIC 9(2).
       01 WS-ACR-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-ACR-FOUND                     VALUE "Y".
       01 WS-ACR-BEST-EFF         PIC 9(8)    VALUE 0.
       01 WS-ACR-LOOKUP-SCOPE     PIC X(30).
       01 WS-ACR-RATE-PICKED      PIC 9(3)V9999 VALUE 0.
       01 WS-ACCRUE-DATE-NUM      PIC 9(8).

       01 WS-PROFILE-TABLE.
          05 WS-PRF-ENTRY OCCURS 100 TIMES.
             10 WS-PRF-NAME         PIC X(30).
             10 WS-PRF-DEPT         PIC X(10).
       01 WS-PRF-USED             PIC 9(3)    VALUE 0.
       01 WS-PRF-MAX              PIC 9(3)    VALUE 100.
       01 WS-PRF-IDX              PIC 9(3).
       01 WS-USER-DEPT            PIC X(10).

       01 WS-BAL-TABLE.
          05 WS-BAL-ENTRY OCCURS 500 TIMES.
             10 WS-BAL-TBL-USER      PIC X(30).
             10 WS-BAL-TBL-CURRENT   PIC S9(11)V99.
       01 WS-BAL-USED             PIC 9(3)    VALUE 0.
       01 WS-BAL-MAX              PIC 9(3)    VALUE 500.
       01 WS-BAL-IDX              PIC 9(3).
       01 WS-CUR-USER             PIC X(30).
       01 WS-ACCRUAL-AMOUNT       PIC S9(9)V99 VALUE 0.
       01 WS-DAY-INTEREST         PIC S9(13)V99 VALUE 0.

       01 WS-WHS-COUNT            PIC 9(5)    VALUE 0.
       01 WS-STO-COUNT            PIC 9(5)    VALUE 0.
       01 WS-HLD-COUNT            PIC 9(5)    VALUE 0.
       01 WS-SKIPPED-COUNT        PIC 9(5)    VALUE 0.
       01 WS-BREACH-COUNT         PIC 9(5)    VALUE 0.

       01 WS-DAY-NET              PIC S9(13)V99.
       01 WS-CUMUL-NET            PIC S9(13)V99.
       01 WS-PROJECTED            PIC S9(13)V99.
       01 WS-TOT-WHS              PIC S9(13)V99.
       01 WS-TOT-STO              PIC S9(13)V99.
       01 WS-TOT-HLD              PIC S9(13)V99.
       01 WS-TOT-INT              PIC S9(13)V99.
       01 WS-EDIT-1               PIC -(10)9.99.
       01 WS-EDIT-2               PIC -(10)9.99.
       01 WS-EDIT-3               PIC -(10)9.99.
       01 WS-EDIT-4               PIC -(10)9.99.
       01 WS-EDIT-5               PIC -(10)9.99.
       01 WS-EDIT-6               PIC -(10)9.99.
       01 WS-EDIT-7               PIC -(10)9.99.

       01 WS-ALERT-PROGRAM        PIC X(12)   VALUE "CASHFCST".
       01 WS-ALERT-SEVERITY       PIC X(6).
       01 WS-ALERT-TEXT           PIC X(80).

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

           ACCEPT WS-FCST-DATE FROM ENVIRONMENT "FCST_DATE"
           IF WS-FCST-DATE NOT NUMERIC OR WS-FCST-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-FCST-DATE, WS-DATE-SOURCE
           END-IF

           ACCEPT WS-FCST-DAYS-TEXT FROM ENVIRONMENT "FCST_DAYS"
           IF WS-FCST-DAYS-TEXT NOT = SPACES
              COMPUTE WS-FCST-DAYS =
                 FUNCTION NUMVAL (WS-FCST-DAYS-TEXT)
           END-IF
           IF WS-FCST-DAYS < 1
              MOVE 10 TO WS-FCST-DAYS
           END-IF
           IF WS-FCST-DAYS > WS-GRID-MAX
              MOVE WS-GRID-MAX TO WS-FCST-DAYS
           END-IF

           ACCEPT WS-WAREHOUSE-FILENAME FROM ENVIRONMENT
                  "WAREHOUSE_FILE"
           IF WS-WAREHOUSE-FILENAME = SPACES
              MOVE "warehouse.dat" TO WS-WAREHOUSE-FILENAME
           END-IF
           ACCEPT WS-STANDING-FILENAME FROM ENVIRONMENT "STANDING_FILE"
           IF WS-STANDING-FILENAME = SPACES
              MOVE "standing_orders.dat" TO WS-STANDING-FILENAME
           END-IF
           ACCEPT WS-RATE-FILENAME FROM ENVIRONMENT "ACCRUAL_RATES"
           IF WS-RATE-FILENAME = SPACES
              MOVE "accrual_rates.dat" TO WS-RATE-FILENAME
           END-IF
           ACCEPT WS-FLOOR-FILENAME FROM ENVIRONMENT "CASH_FLOOR_FILE"
           IF WS-FLOOR-FILENAME = SPACES
              MOVE "cash_floor.dat" TO WS-FLOOR-FILENAME
           END-IF
           ACCEPT WS-POSITION-FILENAME FROM ENVIRONMENT
                  "CASH_POSITION_FILE"
           IF WS-POSITION-FILENAME = SPACES
              MOVE "cash_position.dat" TO WS-POSITION-FILENAME
           END-IF
           ACCEPT WS-ROUND-MODE FROM ENVIRONMENT "ROUND_MODE"
           IF WS-ROUND-MODE NOT = "N"
              MOVE "T" TO WS-ROUND-MODE
           END-IF

           IF WS-LOCALE-EN
              DISPLAY "=== Cash-flow forecast from " WS-FCST-DATE
                      " over " WS-FCST-DAYS " business days ==="
           ELSE
              DISPLAY "=== Prevision de tresorerie au " WS-FCST-DATE
                      " sur " WS-FCST-DAYS " jours ouvres ==="
           END-IF

           PERFORM LOAD-ENTITY-MASTER
           PERFORM SET-RUN-DEFAULTS
           PERFORM BUILD-DAY-GRID
           IF WS-GRID-USED = 0
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: forecast horizon could not be built"
              ELSE
                 DISPLAY "ERREUR: horizon de prevision impossible "
                         "a construire"
              END-IF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM LOAD-CASH-FLOORS
           PERFORM LOAD-OPENING-POSITIONS
           PERFORM PROJECT-WAREHOUSE
           PERFORM PROJECT-STANDING-ORDERS
           PERFORM PROJECT-HOLDS
           PERFORM PROJECT-INTEREST
           PERFORM WRITE-FORECAST-REPORT

           IF WS-OVERFLOW
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: position table full - forecast "
                         "incomplete"
              ELSE
                 DISPLAY "ERREUR: table des positions pleine - "
                         "prevision incomplete"
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              IF WS-BREACH-COUNT > 0
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF

           IF WS-LOCALE-EN
              DISPLAY "Warehouse items projected: " WS-WHS-COUNT
              DISPLAY "Standing order flows projected: " WS-STO-COUNT
              DISPLAY "Held items projected: " WS-HLD-COUNT
              DISPLAY "Items not priced: " WS-SKIPPED-COUNT
              DISPLAY "Days below floor: " WS-BREACH-COUNT
              DISPLAY "Report written to "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           ELSE
              DISPLAY "Elements d'entrepot projetes: " WS-WHS-COUNT
              DISPLAY "Flux permanents projetes: " WS-STO-COUNT
              DISPLAY "Elements retenus projetes: " WS-HLD-COUNT
              DISPLAY "Elements non valorises: " WS-SKIPPED-COUNT
              DISPLAY "Jours sous plancher: " WS-BREACH-COUNT
              DISPLAY "Etat ecrit dans "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-ENTITY-MASTER.
           MOVE "N" TO WS-ENTITY-EOF-FLAG
           OPEN INPUT ENTITY-FILE
           IF WS-ENTITY-FILE-STATUS = "00"
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
              MOVE ENT-CURRENCY TO WS-ENT-TBL-CCY (WS-ENT-USED)
              MOVE ENT-CALENDAR TO WS-ENT-TBL-CAL (WS-ENT-USED)
           END-IF
           PERFORM READ-ENTITY-RECORD.

      * Items without entity or currency are posted by MAIN under
      * the run's ENTITY and CURRENCY settings; the forecast places
      * them the same way.
       SET-RUN-DEFAULTS.
           ACCEPT WS-DEFAULT-ENTITY FROM ENVIRONMENT "ENTITY"
           ACCEPT WS-DEFAULT-CURRENCY FROM ENVIRONMENT "CURRENCY"
           IF WS-DEFAULT-CURRENCY = SPACES
              AND WS-DEFAULT-ENTITY NOT = SPACES
              PERFORM FIND-DEFAULT-CURRENCY
                 VARYING WS-ENT-IDX FROM 1 BY 1
                 UNTIL WS-ENT-IDX > WS-ENT-USED
           END-IF
           IF WS-DEFAULT-CURRENCY = SPACES
              MOVE "USD" TO WS-DEFAULT-CURRENCY
           END-IF.

       FIND-DEFAULT-CURRENCY.
           IF WS-ENT-TBL-CODE (WS-ENT-IDX) = WS-DEFAULT-ENTITY
              MOVE WS-ENT-TBL-CCY (WS-ENT-IDX) TO WS-DEFAULT-CURRENCY
           END-IF.

       SELECT-ENTITY-CALENDAR.
           MOVE SPACES TO WS-WANT-CALENDAR
           IF WS-LOOK-ENTITY NOT = SPACES
              PERFORM FIND-ENTITY-CALENDAR
                 VARYING WS-ENT-IDX FROM 1 BY 1
                 UNTIL WS-ENT-IDX > WS-ENT-USED
           END-IF
           IF WS-WANT-CALENDAR NOT = WS-ACTIVE-CALENDAR
              CALL "SET_HOLIDAY_CALENDAR" USING WS-WANT-CALENDAR
              MOVE WS-WANT-CALENDAR TO WS-ACTIVE-CALENDAR
           END-IF.

       FIND-ENTITY-CALENDAR.
           IF WS-ENT-TBL-CODE (WS-ENT-IDX) = WS-LOOK-ENTITY
              MOVE WS-ENT-TBL-CAL (WS-ENT-IDX) TO WS-WANT-CALENDAR
           END-IF.

      * The horizon starts the business day after the forecast
      * date: today's releases and generations have already gone
      * through the batch.
       BUILD-DAY-GRID.
           MOVE WS-DEFAULT-ENTITY TO WS-LOOK-ENTITY
           PERFORM SELECT-ENTITY-CALENDAR
           MOVE WS-FCST-YEAR  TO WS-BASE-YEAR
           MOVE WS-FCST-MONTH TO WS-BASE-MONTH
           MOVE WS-FCST-DAY   TO WS-BASE-DAY
           PERFORM ADD-GRID-DAY VARYING WS-GRID-IDX FROM 1 BY 1
              UNTIL WS-GRID-IDX > WS-FCST-DAYS OR WS-GRID-FAILED.

       ADD-GRID-DAY.
           MOVE 1 TO WS-DAYS-TO-ADD
           MOVE "Y" TO WS-BUSINESS-FLAG
           CALL "DATE_ARITH" USING WS-BASE-DATE, WS-DAYS-TO-ADD,
                                    WS-BUSINESS-FLAG, WS-RESULT-DATE,
                                    WS-DATE-VALID
           IF WS-DATE-IS-VALID
              ADD 1 TO WS-GRID-USED
              MOVE WS-RESULT-DATE-NUM TO WS-GRID-DATE (WS-GRID-USED)
              MOVE WS-RESULT-DATE TO WS-BASE-DATE
           ELSE
              SET WS-GRID-FAILED TO TRUE
           END-IF.

      * First forecast day on or after the due date; overdue items
      * fall on day one, items past the horizon are left out.
       FIND-GRID-DAY.
           MOVE 0 TO WS-FLOW-DAY
           IF WS-DUE-DATE-NUM <= WS-GRID-DATE (WS-GRID-USED)
              PERFORM MATCH-GRID-DAY VARYING WS-GRID-IDX FROM 1 BY 1
                 UNTIL WS-GRID-IDX > WS-GRID-USED OR WS-FLOW-DAY > 0
           END-IF.

       MATCH-GRID-DAY.
           IF WS-GRID-DATE (WS-GRID-IDX) >= WS-DUE-DATE-NUM
              MOVE WS-GRID-IDX TO WS-FLOW-DAY
           END-IF.

       LOCATE-POSITION.
           MOVE "N" TO WS-POS-FOUND-FLAG
           PERFORM FIND-POSITION VARYING WS-POS-IDX FROM 1 BY 1
              UNTIL WS-POS-IDX > WS-POS-USED OR WS-POS-FOUND
           IF NOT WS-POS-FOUND
              IF WS-POS-USED >= WS-POS-MAX
                 SET WS-OVERFLOW TO TRUE
              ELSE
                 ADD 1 TO WS-POS-USED
                 MOVE WS-POS-USED TO WS-POS-IDX
                 INITIALIZE WS-POS-ENTRY (WS-POS-IDX)
                 MOVE WS-FLOW-ENTITY TO WS-POS-ENTITY (WS-POS-IDX)
                 MOVE WS-FLOW-CCY TO WS-POS-CCY (WS-POS-IDX)
                 MOVE "N" TO WS-POS-FLOOR-FLAG (WS-POS-IDX)
                 SET WS-POS-FOUND TO TRUE
              END-IF
           END-IF.

       FIND-POSITION.
           IF WS-POS-ENTITY (WS-POS-IDX) = WS-FLOW-ENTITY
              AND WS-POS-CCY (WS-POS-IDX) = WS-FLOW-CCY
              SET WS-POS-FOUND TO TRUE
              SUBTRACT 1 FROM WS-POS-IDX
           END-IF.

       ADD-FLOW.
           PERFORM LOCATE-POSITION
           IF WS-POS-FOUND
              EVALUATE TRUE
                 WHEN WS-FLOW-WAREHOUSE
                    ADD WS-FLOW-AMOUNT
                       TO WS-POS-WHS (WS-POS-IDX, WS-FLOW-DAY)
                    ADD 1 TO WS-WHS-COUNT
                 WHEN WS-FLOW-STANDING
                    ADD WS-FLOW-AMOUNT
                       TO WS-POS-STO (WS-POS-IDX, WS-FLOW-DAY)
                    ADD 1 TO WS-STO-COUNT
                 WHEN WS-FLOW-HOLD
                    ADD WS-FLOW-AMOUNT
                       TO WS-POS-HLD (WS-POS-IDX, WS-FLOW-DAY)
                    ADD 1 TO WS-HLD-COUNT
                 WHEN WS-FLOW-INTEREST
                    ADD WS-FLOW-AMOUNT
                       TO WS-POS-INT (WS-POS-IDX, WS-FLOW-DAY)
              END-EVALUATE
           END-IF.

       LOAD-CASH-FLOORS.
           MOVE "N" TO WS-FLOOR-EOF-FLAG
           OPEN INPUT FLOOR-FILE
           IF WS-FLOOR-STATUS = "00"
              PERFORM READ-FLOOR-RECORD
              PERFORM LOAD-ONE-FLOOR UNTIL WS-FLOOR-EOF
              CLOSE FLOOR-FILE
           END-IF.

       READ-FLOOR-RECORD.
           READ FLOOR-FILE
              AT END
                 SET WS-FLOOR-EOF TO TRUE
           END-READ.

       LOAD-ONE-FLOOR.
           IF CFL-ENTITY NOT = SPACES
              MOVE CFL-ENTITY TO WS-FLOW-ENTITY
              MOVE CFL-CURRENCY TO WS-FLOW-CCY
              PERFORM LOCATE-POSITION
              IF WS-POS-FOUND
                 SET WS-POS-HAS-FLOOR (WS-POS-IDX) TO TRUE
                 COMPUTE WS-POS-FLOOR (WS-POS-IDX) =
                    FUNCTION NUMVAL (CFL-FLOOR-TEXT)
              END-IF
           END-IF
           PERFORM READ-FLOOR-RECORD.

       LOAD-OPENING-POSITIONS.
           MOVE "N" TO WS-POSITION-EOF-FLAG
           OPEN INPUT POSITION-FILE
           IF WS-POSITION-STATUS = "00"
              PERFORM READ-POSITION-RECORD
              PERFORM LOAD-ONE-POSITION UNTIL WS-POSITION-EOF
              CLOSE POSITION-FILE
           END-IF.

       READ-POSITION-RECORD.
           READ POSITION-FILE
              AT END
                 SET WS-POSITION-EOF TO TRUE
           END-READ.

       LOAD-ONE-POSITION.
           IF CPO-ENTITY NOT = SPACES AND CPO-AS-OF NUMERIC
              AND CPO-AS-OF <= WS-FCST-DATE-NUM
              MOVE CPO-ENTITY TO WS-FLOW-ENTITY
              MOVE CPO-CURRENCY TO WS-FLOW-CCY
              PERFORM LOCATE-POSITION
              IF WS-POS-FOUND
                 AND CPO-AS-OF >= WS-POS-OPEN-ASOF (WS-POS-IDX)
                 MOVE CPO-AS-OF TO WS-POS-OPEN-ASOF (WS-POS-IDX)
                 COMPUTE WS-POS-OPENING (WS-POS-IDX) =
                    FUNCTION NUMVAL (CPO-AMOUNT-TEXT)
              END-IF
           END-IF
           PERFORM READ-POSITION-RECORD.

      * Each warehoused item is priced by CALCULATOR exactly as MAIN
      * will post it, and value-dated the way VALUE-RELEASE rolls it.
       PROJECT-WAREHOUSE.
           MOVE "N" TO WS-WAREHOUSE-EOF-FLAG
           OPEN INPUT WAREHOUSE-FILE
           IF WS-WAREHOUSE-STATUS = "00"
              PERFORM READ-WAREHOUSE-RECORD
              PERFORM PROJECT-ONE-WAREHOUSE UNTIL WS-WAREHOUSE-EOF
              CLOSE WAREHOUSE-FILE
           END-IF.

       READ-WAREHOUSE-RECORD.
           READ WAREHOUSE-FILE
              AT END
                 SET WS-WAREHOUSE-EOF TO TRUE
           END-READ.

       PROJECT-ONE-WAREHOUSE.
           MOVE WHS-NUM1 TO WS-NUM1
           MOVE WHS-NUM2 TO WS-NUM2
           MOVE WHS-OPERATION TO WS-OPERATION
           PERFORM PRICE-ONE-ITEM
           IF WS-CALC-STATUS-OK
              IF WHS-VALUE-DATE NOT NUMERIC OR WHS-VALUE-DATE = 0
                 MOVE WS-FCST-DATE-NUM TO WS-DUE-DATE-NUM
              ELSE
                 MOVE WHS-ENTITY TO WS-LOOK-ENTITY
                 PERFORM SELECT-ENTITY-CALENDAR
                 PERFORM DETERMINE-DUE-DATE
              END-IF
              PERFORM FIND-GRID-DAY
              IF WS-FLOW-DAY > 0
                 MOVE WHS-ENTITY TO WS-FLOW-ENTITY
                 MOVE WHS-CURRENCY TO WS-FLOW-CCY
                 PERFORM APPLY-FLOW-DEFAULTS
                 MOVE WS-RESULT TO WS-FLOW-AMOUNT
                 SET WS-FLOW-WAREHOUSE TO TRUE
                 PERFORM ADD-FLOW
              END-IF
           END-IF
           PERFORM READ-WAREHOUSE-RECORD.

       PRICE-ONE-ITEM.
           MOVE 0 TO WS-RESULT
           CALL "CALCULATOR" USING WS-NUM1, WS-NUM2, WS-RESULT,
                WS-OPERATION, WS-CALC-STATUS, WS-ROUND-MODE,
                WS-ACCUM-MODE, WS-ACCUMULATOR, WS-ROUND-DIFF
           IF NOT WS-CALC-STATUS-OK
              ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       APPLY-FLOW-DEFAULTS.
           IF WS-FLOW-ENTITY = SPACES OR WS-FLOW-ENTITY = LOW-VALUES
              MOVE WS-DEFAULT-ENTITY TO WS-FLOW-ENTITY
           END-IF
           IF WS-FLOW-CCY = SPACES OR WS-FLOW-CCY = LOW-VALUES
              MOVE WS-DEFAULT-CURRENCY TO WS-FLOW-CCY
           END-IF.

       DETERMINE-DUE-DATE.
           MOVE WHS-VALUE-DATE TO WS-VALUE-DATE-X
           MOVE WS-VAL-YEAR  TO WS-BASE-YEAR
           MOVE WS-VAL-MONTH TO WS-BASE-MONTH
           MOVE WS-VAL-DAY   TO WS-BASE-DAY
           MOVE WHS-VALUE-DATE TO WS-DUE-DATE-NUM
           PERFORM ROLL-TO-BUSINESS-DAY.

      * Step back one calendar day, then forward one business day:
      * the first business day on or after the base date.
       ROLL-TO-BUSINESS-DAY.
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
              IF WS-DATE-IS-VALID
                 MOVE WS-RESULT-DATE-NUM TO WS-DUE-DATE-NUM
              END-IF
           END-IF.

       PROJECT-STANDING-ORDERS.
           MOVE "N" TO WS-STANDING-EOF-FLAG
           OPEN INPUT STANDING-FILE
           IF WS-STANDING-STATUS = "00"
              PERFORM READ-STANDING-RECORD
              PERFORM PROJECT-ONE-ORDER UNTIL WS-STANDING-EOF
              CLOSE STANDING-FILE
           END-IF.

       READ-STANDING-RECORD.
           READ STANDING-FILE
              AT END
                 SET WS-STANDING-EOF TO TRUE
           END-READ.

       PROJECT-ONE-ORDER.
           MOVE STND-NUM1 TO WS-NUM1
           MOVE STND-NUM2 TO WS-NUM2
           MOVE STND-OPERATION TO WS-OPERATION
           PERFORM PRICE-ONE-ITEM
           IF WS-CALC-STATUS-OK
              MOVE STND-ENTITY TO WS-LOOK-ENTITY
              PERFORM SELECT-ENTITY-CALENDAR
              MOVE WS-FCST-DATE TO WS-GEN-DATE
              MOVE "N" TO WS-GEN-STOP-FLAG
              PERFORM NEXT-GENERATION-DATE
              PERFORM CHECK-ORDER-ON-DAY UNTIL WS-GEN-STOP
           END-IF
           PERFORM READ-STANDING-RECORD.

       CHECK-ORDER-ON-DAY.
           PERFORM CHECK-ENTRY-DUE
           IF WS-ENTRY-DUE
              MOVE WS-GEN-DATE-NUM TO WS-DUE-DATE-NUM
              PERFORM FIND-GRID-DAY
              IF WS-FLOW-DAY > 0
                 MOVE STND-ENTITY TO WS-FLOW-ENTITY
                 MOVE STND-CURRENCY TO WS-FLOW-CCY
                 PERFORM APPLY-FLOW-DEFAULTS
                 MOVE WS-RESULT TO WS-FLOW-AMOUNT
                 SET WS-FLOW-STANDING TO TRUE
                 PERFORM ADD-FLOW
              END-IF
           END-IF
           PERFORM NEXT-GENERATION-DATE.

       NEXT-GENERATION-DATE.
           MOVE WS-GEN-YEAR  TO WS-BASE-YEAR
           MOVE WS-GEN-MONTH TO WS-BASE-MONTH
           MOVE WS-GEN-DAY   TO WS-BASE-DAY
           MOVE 1 TO WS-DAYS-TO-ADD
           MOVE "N" TO WS-BUSINESS-FLAG
           CALL "DATE_ARITH" USING WS-BASE-DATE, WS-DAYS-TO-ADD,
                                    WS-BUSINESS-FLAG, WS-RESULT-DATE,
                                    WS-DATE-VALID
           IF WS-DATE-IS-VALID
              MOVE WS-RESULT-DATE-NUM TO WS-GEN-DATE-NUM
              IF WS-GEN-DATE-NUM > WS-GRID-DATE (WS-GRID-USED)
                 SET WS-GEN-STOP TO TRUE
              END-IF
           ELSE
              SET WS-GEN-STOP TO TRUE
           END-IF.

       CHECK-ENTRY-DUE.
           MOVE "N" TO WS-DUE-FLAG
           IF WS-GEN-DATE-NUM < STND-START-DATE
              OR (STND-END-DATE NOT = 0
                  AND WS-GEN-DATE-NUM > STND-END-DATE)
              CONTINUE
           ELSE
              EVALUATE TRUE
                 WHEN STND-FREQ-DAILY
                    PERFORM CHECK-BUSINESS-DAY
                    IF WS-DUE-DATE-NUM = WS-GEN-DATE-NUM
                       SET WS-ENTRY-DUE TO TRUE
                    END-IF
                 WHEN STND-FREQ-WEEKLY
                    PERFORM DETERMINE-DAY-OF-WEEK
                    IF WS-DOW-NUM = STND-DAY
                       PERFORM CHECK-BUSINESS-DAY
                       IF WS-DUE-DATE-NUM = WS-GEN-DATE-NUM
                          SET WS-ENTRY-DUE TO TRUE
                       END-IF
                    END-IF
                 WHEN STND-FREQ-MONTHLY
                    PERFORM CHECK-MONTHLY-DUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       CHECK-BUSINESS-DAY.
           MOVE WS-GEN-YEAR  TO WS-BASE-YEAR
           MOVE WS-GEN-MONTH TO WS-BASE-MONTH
           MOVE WS-GEN-DAY   TO WS-BASE-DAY
           MOVE 0 TO WS-DUE-DATE-NUM
           PERFORM ROLL-TO-BUSINESS-DAY.

       CHECK-MONTHLY-DUE.
           MOVE WS-GEN-YEAR  TO WS-BASE-YEAR
           MOVE WS-GEN-MONTH TO WS-BASE-MONTH
           MOVE STND-DAY     TO WS-BASE-DAY
           MOVE 0 TO WS-DUE-DATE-NUM
           PERFORM ROLL-TO-BUSINESS-DAY
           IF WS-DUE-DATE-NUM = WS-GEN-DATE-NUM
              SET WS-ENTRY-DUE TO TRUE
           END-IF.

       DETERMINE-DAY-OF-WEEK.
           IF WS-GEN-MONTH < 3
              COMPUTE WS-Z-MONTH = WS-GEN-MONTH + 12
              COMPUTE WS-Z-YEAR = WS-GEN-YEAR - 1
           ELSE
              MOVE WS-GEN-MONTH TO WS-Z-MONTH
              MOVE WS-GEN-YEAR TO WS-Z-YEAR
           END-IF
           COMPUTE WS-Z-CENTURY = WS-Z-YEAR / 100
           COMPUTE WS-Z-YEAR-OF-CENT = WS-Z-YEAR - (WS-Z-CENTURY * 100)
           COMPUTE WS-Z-TEMP = (13 * (WS-Z-MONTH + 1)) / 5
           COMPUTE WS-Z-H =
               FUNCTION MOD (WS-GEN-DAY + WS-Z-TEMP + WS-Z-YEAR-OF-CENT
                  + (WS-Z-YEAR-OF-CENT / 4) + (WS-Z-CENTURY / 4)
                  + (5 * WS-Z-CENTURY), 7)
           IF WS-Z-H = 0
              MOVE 7 TO WS-DOW-NUM
           ELSE
              MOVE WS-Z-H TO WS-DOW-NUM
           END-IF.

      * A pending hold can be released any day; it is shown on the
      * first forecast day so treasury sees the exposure at once.
       PROJECT-HOLDS.
           MOVE "N" TO WS-HOLD-EOF-FLAG
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
              PERFORM READ-HOLD-RECORD
              PERFORM PROJECT-ONE-HOLD UNTIL WS-HOLD-EOF
              CLOSE HOLD-FILE
           END-IF.

       READ-HOLD-RECORD.
           READ HOLD-FILE
              AT END
                 SET WS-HOLD-EOF TO TRUE
           END-READ.

       PROJECT-ONE-HOLD.
           IF HOLD-STATE = "P"
              MOVE HOLD-CALC-DATA TO WS-HELD-VIEW
              MOVE CALC-REC-ENTITY TO WS-FLOW-ENTITY
              MOVE CALC-REC-CURRENCY TO WS-FLOW-CCY
              PERFORM APPLY-FLOW-DEFAULTS
              MOVE CALC-REC-RESULT TO WS-FLOW-AMOUNT
              MOVE 1 TO WS-FLOW-DAY
              SET WS-FLOW-HOLD TO TRUE
              PERFORM ADD-FLOW
           END-IF
           PERFORM READ-HOLD-RECORD.

      * Interest is projected the way INTEREST-ACCRUE posts it: one
      * accrual per business day on each balance, actual/360, at the
      * most specific rate in force that day.
       PROJECT-INTEREST.
           PERFORM LOAD-ACCRUAL-RATES
           IF WS-ACR-USED > 0
              PERFORM LOAD-PROFILE-TABLE
              PERFORM LOAD-BALANCES
              MOVE WS-DEFAULT-ENTITY TO WS-FLOW-ENTITY
              MOVE WS-DEFAULT-CURRENCY TO WS-FLOW-CCY
              SET WS-FLOW-INTEREST TO TRUE
              PERFORM PROJECT-INTEREST-DAY
                 VARYING WS-FLOW-DAY FROM 1 BY 1
                 UNTIL WS-FLOW-DAY > WS-GRID-USED
           END-IF.

       PROJECT-INTEREST-DAY.
           MOVE WS-GRID-DATE (WS-FLOW-DAY) TO WS-ACCRUE-DATE-NUM
           MOVE 0 TO WS-DAY-INTEREST
           PERFORM ACCRUE-ONE-BALANCE VARYING WS-BAL-IDX FROM 1 BY 1
              UNTIL WS-BAL-IDX > WS-BAL-USED
           IF WS-DAY-INTEREST NOT = 0
              MOVE WS-DAY-INTEREST TO WS-FLOW-AMOUNT
              PERFORM ADD-FLOW
           END-IF.

       ACCRUE-ONE-BALANCE.
           MOVE WS-BAL-TBL-USER (WS-BAL-IDX) TO WS-CUR-USER
           PERFORM PICK-ACCRUAL-RATE
           IF WS-ACR-FOUND AND WS-ACR-RATE-PICKED NOT = 0
              COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
                 WS-BAL-TBL-CURRENT (WS-BAL-IDX)
                 * WS-ACR-RATE-PICKED / 100 / 360
                 ON SIZE ERROR
                    MOVE 0 TO WS-ACCRUAL-AMOUNT
              END-COMPUTE
              ADD WS-ACCRUAL-AMOUNT TO WS-DAY-INTEREST
           END-IF.

       LOAD-ACCRUAL-RATES.
           MOVE 0 TO WS-ACR-USED
           MOVE "N" TO WS-RATE-EOF-FLAG
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = "00"
              PERFORM READ-RATE-RECORD
              PERFORM LOAD-ONE-RATE UNTIL WS-RATE-EOF
                 OR WS-ACR-USED >= WS-ACR-MAX
              CLOSE RATE-FILE
           END-IF.

       READ-RATE-RECORD.
           READ RATE-FILE
              AT END
                 SET WS-RATE-EOF TO TRUE
           END-READ.

       LOAD-ONE-RATE.
           IF ACR-SCOPE NOT = SPACES
              ADD 1 TO WS-ACR-USED
              MOVE ACR-SCOPE TO WS-ACR-SCOPE (WS-ACR-USED)
              COMPUTE WS-ACR-RATE (WS-ACR-USED) =
                 FUNCTION NUMVAL (ACR-RATE-TEXT)
              IF ACR-EFF-DATE NUMERIC
                 MOVE ACR-EFF-DATE TO WS-ACR-EFF (WS-ACR-USED)
              ELSE
                 MOVE 0 TO WS-ACR-EFF (WS-ACR-USED)
              END-IF
           END-IF
           PERFORM READ-RATE-RECORD.

       LOAD-PROFILE-TABLE.
           MOVE 0 TO WS-PRF-USED
           MOVE "N" TO WS-PROFILE-EOF-FLAG
           OPEN INPUT PROFILE-FILE
           IF WS-PROFILE-STATUS = "00"
              PERFORM READ-PROFILE-RECORD
              PERFORM LOAD-ONE-PROFILE UNTIL WS-PROFILE-EOF
                 OR WS-PRF-USED >= WS-PRF-MAX
              CLOSE PROFILE-FILE
           END-IF.

       READ-PROFILE-RECORD.
           READ PROFILE-FILE
              AT END
                 SET WS-PROFILE-EOF TO TRUE
           END-READ.

       LOAD-ONE-PROFILE.
           IF PRF-USER-ID NOT = SPACES
              ADD 1 TO WS-PRF-USED
              IF PRF-FULL-NAME = SPACES
                 MOVE PRF-USER-ID TO WS-PRF-NAME (WS-PRF-USED)
              ELSE
                 MOVE PRF-FULL-NAME TO WS-PRF-NAME (WS-PRF-USED)
              END-IF
              MOVE PRF-DEPARTMENT TO WS-PRF-DEPT (WS-PRF-USED)
           END-IF
           PERFORM READ-PROFILE-RECORD.

       LOAD-BALANCES.
           MOVE 0 TO WS-BAL-USED
           OPEN INPUT BALANCE-IDX-FILE
           IF WS-BAL-IDX-STATUS = "00"
              MOVE "N" TO WS-BAL-IDX-EOF-FLAG
              PERFORM READ-BAL-IDX-NEXT
              PERFORM LOAD-ONE-IDX-BALANCE UNTIL WS-BAL-IDX-EOF
                 OR WS-BAL-USED >= WS-BAL-MAX
              CLOSE BALANCE-IDX-FILE
           ELSE
              OPEN INPUT BALANCE-FILE
              IF WS-BALANCE-STATUS = "00"
                 MOVE "N" TO WS-BALANCE-EOF-FLAG
                 PERFORM READ-BALANCE-RECORD
                 PERFORM LOAD-ONE-BALANCE UNTIL WS-BALANCE-EOF
                    OR WS-BAL-USED >= WS-BAL-MAX
                 CLOSE BALANCE-FILE
              END-IF
           END-IF.

       READ-BAL-IDX-NEXT.
           READ BALANCE-IDX-FILE NEXT RECORD
              AT END
                 SET WS-BAL-IDX-EOF TO TRUE
           END-READ.

       LOAD-ONE-IDX-BALANCE.
           IF BAL-IDX-USER NOT = SPACES AND BAL-IDX-CURRENT NOT = 0
              ADD 1 TO WS-BAL-USED
              MOVE BAL-IDX-USER TO WS-BAL-TBL-USER (WS-BAL-USED)
              MOVE BAL-IDX-CURRENT TO WS-BAL-TBL-CURRENT (WS-BAL-USED)
           END-IF
           PERFORM READ-BAL-IDX-NEXT.

       READ-BALANCE-RECORD.
           READ BALANCE-FILE
              AT END
                 SET WS-BALANCE-EOF TO TRUE
           END-READ.

       LOAD-ONE-BALANCE.
           IF BAL-USER NOT = SPACES AND BAL-CURRENT NOT = 0
              ADD 1 TO WS-BAL-USED
              MOVE BAL-USER TO WS-BAL-TBL-USER (WS-BAL-USED)
              MOVE BAL-CURRENT TO WS-BAL-TBL-CURRENT (WS-BAL-USED)
           END-IF
           PERFORM READ-BALANCE-RECORD.

       PICK-ACCRUAL-RATE.
           MOVE SPACES TO WS-USER-DEPT
           PERFORM LOOKUP-USER-DEPT
              VARYING WS-PRF-IDX FROM 1 BY 1
              UNTIL WS-PRF-IDX > WS-PRF-USED

           MOVE "N" TO WS-ACR-FOUND-FLAG
           MOVE 0 TO WS-ACR-RATE-PICKED
           MOVE WS-CUR-USER TO WS-ACR-LOOKUP-SCOPE
           PERFORM SCAN-RATE-SCOPE
           IF NOT WS-ACR-FOUND AND WS-USER-DEPT NOT = SPACES
              MOVE WS-USER-DEPT TO WS-ACR-LOOKUP-SCOPE
              PERFORM SCAN-RATE-SCOPE
           END-IF
           IF NOT WS-ACR-FOUND
              MOVE "***" TO WS-ACR-LOOKUP-SCOPE
              PERFORM SCAN-RATE-SCOPE
           END-IF.

       LOOKUP-USER-DEPT.
           IF WS-PRF-NAME (WS-PRF-IDX) = WS-CUR-USER
              MOVE WS-PRF-DEPT (WS-PRF-IDX) TO WS-USER-DEPT
           END-IF.

       SCAN-RATE-SCOPE.
           MOVE 0 TO WS-ACR-BEST-EFF
           PERFORM MATCH-RATE-ENTRY
              VARYING WS-ACR-IDX FROM 1 BY 1
              UNTIL WS-ACR-IDX > WS-ACR-USED.

       MATCH-RATE-ENTRY.
           IF WS-ACR-SCOPE (WS-ACR-IDX) = WS-ACR-LOOKUP-SCOPE
              AND WS-ACR-EFF (WS-ACR-IDX) <= WS-ACCRUE-DATE-NUM
              IF NOT WS-ACR-FOUND
                 OR WS-ACR-EFF (WS-ACR-IDX) >= WS-ACR-BEST-EFF
                 SET WS-ACR-FOUND TO TRUE
                 MOVE WS-ACR-EFF (WS-ACR-IDX) TO WS-ACR-BEST-EFF
                 MOVE WS-ACR-RATE (WS-ACR-IDX)
                    TO WS-ACR-RATE-PICKED
              END-IF
           END-IF.

       WRITE-FORECAST-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "cash_forecast-" DELIMITED BY SIZE
                  WS-FCST-DATE     DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "PREVISION DE TRESORERIE AU " DELIMITED BY SIZE
                  WS-FCST-DATE                  DELIMITED BY SIZE
                  " - "                         DELIMITED BY SIZE
                  WS-GRID-USED                  DELIMITED BY SIZE
                  " JOURS OUVRES DU "           DELIMITED BY SIZE
                  WS-GRID-DATE (1)              DELIMITED BY SIZE
                  " AU "                        DELIMITED BY SIZE
                  WS-GRID-DATE (WS-GRID-USED)   DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE "SOURCES: ENTREPOT (DATES DE VALEUR), OPERATIONS "
              & "PERMANENTES, ELEMENTS RETENUS, INTERETS COURUS"
              TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-POS-USED = 0
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "AUCUN FLUX PREVU SUR L'HORIZON" TO REPORT-RECORD
              WRITE REPORT-RECORD
           ELSE
              PERFORM WRITE-POSITION-SECTION
                 VARYING WS-POS-IDX FROM 1 BY 1
                 UNTIL WS-POS-IDX > WS-POS-USED
           END-IF
           IF WS-OVERFLOW
              MOVE SPACES TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "*** TABLE DES POSITIONS PLEINE - PREVISION "
                 & "INCOMPLETE ***" TO REPORT-RECORD
              WRITE REPORT-RECORD
           END-IF
           CLOSE REPORT-FILE.

       WRITE-POSITION-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-POS-OPENING (WS-POS-IDX) TO WS-EDIT-1
           MOVE SPACES TO REPORT-RECORD
           STRING "ENTITE "                    DELIMITED BY SIZE
                  WS-POS-ENTITY (WS-POS-IDX)   DELIMITED BY SIZE
                  "  DEVISE "                  DELIMITED BY SIZE
                  WS-POS-CCY (WS-POS-IDX)      DELIMITED BY SIZE
                  "  POSITION D'OUVERTURE "    DELIMITED BY SIZE
                  WS-EDIT-1                    DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           IF WS-POS-OPEN-ASOF (WS-POS-IDX) > 0
              MOVE "AU" TO REPORT-RECORD (64:2)
              MOVE WS-POS-OPEN-ASOF (WS-POS-IDX)
                 TO REPORT-RECORD (67:8)
           ELSE
              MOVE "(NON COMMUNIQUEE)" TO REPORT-RECORD (64:17)
           END-IF
           IF WS-POS-HAS-FLOOR (WS-POS-IDX)
              MOVE WS-POS-FLOOR (WS-POS-IDX) TO WS-EDIT-2
              MOVE "PLANCHER" TO REPORT-RECORD (84:8)
              MOVE WS-EDIT-2 TO REPORT-RECORD (93:14)
           ELSE
              MOVE "SANS PLANCHER" TO REPORT-RECORD (84:13)
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "DATE" TO REPORT-RECORD (1:4)
           MOVE "      ENTREPOT" TO REPORT-RECORD (10:14)
           MOVE "    PERMANENTS" TO REPORT-RECORD (25:14)
           MOVE "       RETENUS" TO REPORT-RECORD (40:14)
           MOVE "      INTERETS" TO REPORT-RECORD (55:14)
           MOVE "      NET JOUR" TO REPORT-RECORD (70:14)
           MOVE "   NET CUMULE" TO REPORT-RECORD (85:14)
           MOVE " SOLDE PROJETE" TO REPORT-RECORD (100:14)
           WRITE REPORT-RECORD

           MOVE 0 TO WS-CUMUL-NET
           MOVE 0 TO WS-TOT-WHS
           MOVE 0 TO WS-TOT-STO
           MOVE 0 TO WS-TOT-HLD
           MOVE 0 TO WS-TOT-INT
           PERFORM WRITE-DAY-LINE VARYING WS-GRID-IDX FROM 1 BY 1
              UNTIL WS-GRID-IDX > WS-GRID-USED

           COMPUTE WS-PROJECTED =
              WS-POS-OPENING (WS-POS-IDX) + WS-CUMUL-NET
           MOVE WS-TOT-WHS TO WS-EDIT-1
           MOVE WS-TOT-STO TO WS-EDIT-2
           MOVE WS-TOT-HLD TO WS-EDIT-3
           MOVE WS-TOT-INT TO WS-EDIT-4
           MOVE WS-CUMUL-NET TO WS-EDIT-5
           MOVE WS-PROJECTED TO WS-EDIT-7
           MOVE SPACES TO REPORT-RECORD
           MOVE "TOTAL" TO REPORT-RECORD (1:5)
           MOVE WS-EDIT-1 TO REPORT-RECORD (10:14)
           MOVE WS-EDIT-2 TO REPORT-RECORD (25:14)
           MOVE WS-EDIT-3 TO REPORT-RECORD (40:14)
           MOVE WS-EDIT-4 TO REPORT-RECORD (55:14)
           MOVE WS-EDIT-5 TO REPORT-RECORD (70:14)
           MOVE WS-EDIT-7 TO REPORT-RECORD (100:14)
           WRITE REPORT-RECORD
           IF WS-POS-BREACHES (WS-POS-IDX) > 0
              MOVE SPACES TO REPORT-RECORD
              STRING "*** "                       DELIMITED BY SIZE
                     WS-POS-BREACHES (WS-POS-IDX) DELIMITED BY SIZE
                     " JOUR(S) SOUS LE PLANCHER ***"
                                                  DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF.

       WRITE-DAY-LINE.
           COMPUTE WS-DAY-NET =
                WS-POS-WHS (WS-POS-IDX, WS-GRID-IDX)
              + WS-POS-STO (WS-POS-IDX, WS-GRID-IDX)
              + WS-POS-HLD (WS-POS-IDX, WS-GRID-IDX)
              + WS-POS-INT (WS-POS-IDX, WS-GRID-IDX)
           ADD WS-DAY-NET TO WS-CUMUL-NET
           ADD WS-POS-WHS (WS-POS-IDX, WS-GRID-IDX) TO WS-TOT-WHS
           ADD WS-POS-STO (WS-POS-IDX, WS-GRID-IDX) TO WS-TOT-STO
           ADD WS-POS-HLD (WS-POS-IDX, WS-GRID-IDX) TO WS-TOT-HLD
           ADD WS-POS-INT (WS-POS-IDX, WS-GRID-IDX) TO WS-TOT-INT
           COMPUTE WS-PROJECTED =
              WS-POS-OPENING (WS-POS-IDX) + WS-CUMUL-NET
           MOVE WS-POS-WHS (WS-POS-IDX, WS-GRID-IDX) TO WS-EDIT-1
           MOVE WS-POS-STO (WS-POS-IDX, WS-GRID-IDX) TO WS-EDIT-2
           MOVE WS-POS-HLD (WS-POS-IDX, WS-GRID-IDX) TO WS-EDIT-3
           MOVE WS-POS-INT (WS-POS-IDX, WS-GRID-IDX) TO WS-EDIT-4
           MOVE WS-DAY-NET TO WS-EDIT-5
           MOVE WS-CUMUL-NET TO WS-EDIT-6
           MOVE WS-PROJECTED TO WS-EDIT-7
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-GRID-DATE (WS-GRID-IDX) TO REPORT-RECORD (1:8)
           MOVE WS-EDIT-1 TO REPORT-RECORD (10:14)
           MOVE WS-EDIT-2 TO REPORT-RECORD (25:14)
           MOVE WS-EDIT-3 TO REPORT-RECORD (40:14)
           MOVE WS-EDIT-4 TO REPORT-RECORD (55:14)
           MOVE WS-EDIT-5 TO REPORT-RECORD (70:14)
           MOVE WS-EDIT-6 TO REPORT-RECORD (85:14)
           MOVE WS-EDIT-7 TO REPORT-RECORD (100:14)
           IF WS-POS-HAS-FLOOR (WS-POS-IDX)
              AND WS-PROJECTED < WS-POS-FLOOR (WS-POS-IDX)
              MOVE "SOUS PLANCHER" TO REPORT-RECORD (116:13)
              ADD 1 TO WS-BREACH-COUNT
              ADD 1 TO WS-POS-BREACHES (WS-POS-IDX)
              IF WS-POS-BREACHES (WS-POS-IDX) = 1
                 PERFORM RAISE-FLOOR-ALERT
              END-IF
           END-IF
           WRITE REPORT-RECORD.

      * One alert per position, on the first day it breaks the floor.
       RAISE-FLOOR-ALERT.
           MOVE "WARN" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-TEXT
           STRING "Solde projete "             DELIMITED BY SIZE
                  WS-POS-ENTITY (WS-POS-IDX)   DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-POS-CCY (WS-POS-IDX)      DELIMITED BY SIZE
                  " sous plancher le "         DELIMITED BY SIZE
                  WS-GRID-DATE (WS-GRID-IDX)   DELIMITED BY SIZE
                  INTO WS-ALERT-TEXT
           END-STRING
           CALL "ALERT_LOG" USING WS-ALERT-PROGRAM,
                                   WS-ALERT-SEVERITY,
                                   WS-ALERT-TEXT.

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

       END PROGRAM CASH-FORECAST.
