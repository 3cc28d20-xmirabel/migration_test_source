           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROBE-STATUS.

           SELECT MTIME-FILE ASSIGN TO DYNAMIC WS-MTIME-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MTIME-STATUS.

           SELECT SEAL-KEY-FILE ASSIGN TO DYNAMIC WS-SEAL-KEY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEAL-KEY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RATE-FILE.
       FD PROBE-FILE.
       01 PROBE-RECORD            PIC X(20).

       FD MTIME-FILE.
       01 MTIME-RECORD            PIC X(20).

       FD SEAL-KEY-FILE.
       01 SEAL-KEY-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RATE-FILENAME        PIC X(100)  VALUE "fx_rates.dat".
       01 WS-RATE-STATUS          PIC X(2).
       01 WS-PROBE-FILENAME       PIC X(100)
                                     VALUE "preflight_probe.tmp".
       01 WS-PROBE-STATUS         PIC X(2).
       01 WS-MTIME-FILENAME       PIC X(100)
                                     VALUE "preflight_mtime.tmp".
       01 WS-MTIME-STATUS         PIC X(2).
       01 WS-SEAL-KEY-FILENAME    PIC X(100)
                                     VALUE "seal_keys.dat".
       01 WS-SEAL-KEY-STATUS      PIC X(2).
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-TODAY                PIC 9(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-TODAY-INT            PIC 9(7).
       01 WS-EFF-INT              PIC 9(7).
       01 WS-RATE-AGE             PIC S9(7).
       01 WS-WARN-COUNT           PIC 9(2)    VALUE 0.
       01 WS-CHECK-TEXT           PIC X(60).

      * The master files a change freeze protects, with the scope
      * of the freeze calendar that covers each.
       01 WS-FROZEN-FILE-LIST.
          05 FILLER PIC X(10) VALUE "CONFIG".
          05 FILLER PIC X(30) VALUE "main.cfg".
          05 FILLER PIC X(10) VALUE "PROFILE".
          05 FILLER PIC X(30) VALUE "user_profiles.dat".
          05 FILLER PIC X(10) VALUE "STANDING".
          05 FILLER PIC X(30) VALUE "standing_orders.dat".
          05 FILLER PIC X(10) VALUE "RATES".
          05 FILLER PIC X(30) VALUE "tax_table.dat".
          05 FILLER PIC X(10) VALUE "RATES".
          05 FILLER PIC X(30) VALUE "fx_rates.dat".
          05 FILLER PIC X(10) VALUE "RATES".
          05 FILLER PIC X(30) VALUE "accrual_rates.dat".
          05 FILLER PIC X(10) VALUE "RATES".
          05 FILLER PIC X(30) VALUE "fee_schedule.dat".
       01 WS-FROZEN-FILE-TABLE REDEFINES WS-FROZEN-FILE-LIST.
          05 WS-FROZEN-ENTRY OCCURS 7 TIMES.
             10 WS-FROZEN-SCOPE   PIC X(10).
             10 WS-FROZEN-FILE    PIC X(30).
       01 WS-FROZEN-COUNT         PIC 9(2)    VALUE 7.
       01 WS-FROZEN-IDX           PIC 9(2).
       01 WS-MTIME-DATE           PIC X(8).
       01 WS-FREEZE-STATUS        PIC 9(2).
       01 WS-FREEZE-REASON        PIC X(40).
       01 WS-SHELL-CMD            PIC X(200).
       01 WS-SHELL-RC             PIC S9(9) COMP-5.

       01 WS-DELETE-RESULT        PIC S9(9) COMP-5.
       01 WS-ALERT-PROGRAM        PIC X(12)   VALUE "PREFLIGHT".
       01 WS-ALERT-SEVERITY       PIC X(6).

           PERFORM ENTER-SANDBOX-DIR

           CALL "BUSINESS_DATE" USING WS-TODAY, WS-DATE-SOURCE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)

           ACCEPT WS-MAX-AGE-TEXT FROM ENVIRONMENT "FX_MAX_AGE_DAYS"
           PERFORM CHECK-TAX-TABLE
           PERFORM CHECK-PROFILES
           PERFORM CHECK-CONFIG
           PERFORM CHECK-SEAL-KEYS
           PERFORM CHECK-WRITABLE
           PERFORM CHECK-FREEZE-CHANGES
              VARYING WS-FROZEN-IDX FROM 1 BY 1
              UNTIL WS-FROZEN-IDX > WS-FROZEN-COUNT

           IF WS-FAIL-COUNT > 0
              IF WS-LOCALE-EN
              PERFORM RECORD-WARNING
           END-IF.

      * The seal key file is installed from seal_keys.dat.sample,
      * with the partners' keys or with none.  Missing, it would
      * have every headed feed refused mid-batch, so the batch is
      * held here; present, it is closed to all but the batch owner
      * as SEAL_UTILS requires, whatever a copy or checkout left.
       CHECK-SEAL-KEYS.
           ACCEPT WS-SEAL-KEY-FILENAME FROM ENVIRONMENT
                  "SEAL_KEYS_FILE"
           IF WS-SEAL-KEY-FILENAME = SPACES
              MOVE "seal_keys.dat" TO WS-SEAL-KEY-FILENAME
           END-IF
           OPEN INPUT SEAL-KEY-FILE
           IF WS-SEAL-KEY-STATUS NOT = "00"
              MOVE "FICHIER DES CLES DE SCELLEMENT ABSENT"
                 TO WS-CHECK-TEXT
              PERFORM RECORD-FAILURE
           ELSE
              CLOSE SEAL-KEY-FILE
              MOVE SPACES TO WS-SHELL-CMD
              STRING "chmod 600 " DELIMITED BY SIZE
                     FUNCTION TRIM (WS-SEAL-KEY-FILENAME)
                        DELIMITED BY SIZE
                     " 2>/dev/null" DELIMITED BY SIZE
                     INTO WS-SHELL-CMD
              END-STRING
              CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
              IF WS-SHELL-RC NOT = 0
                 MOVE "CLES DE SCELLEMENT NON PROTEGEABLES"
                    TO WS-CHECK-TEXT
                 PERFORM RECORD-FAILURE
              END-IF
           END-IF.

       CHECK-WRITABLE.
           OPEN OUTPUT PROBE-FILE
           IF WS-PROBE-STATUS = "00"
              PERFORM RECORD-FAILURE
           END-IF.

      * A master file last modified on a date its scope was frozen,
      * with no emergency override approved for that date, was
      * changed behind the maintenance programs (a hand edit); it is
      * flagged for the supervisor to explain.
       CHECK-FREEZE-CHANGES.
           MOVE SPACES TO WS-SHELL-CMD
           STRING "date -r " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-FROZEN-FILE (WS-FROZEN-IDX))
                     DELIMITED BY SIZE
                  " +%Y%m%d > " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-MTIME-FILENAME) DELIMITED BY SIZE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC
           MOVE SPACES TO WS-MTIME-DATE
           OPEN INPUT MTIME-FILE
           IF WS-MTIME-STATUS = "00"
              READ MTIME-FILE
                 NOT AT END
                    MOVE MTIME-RECORD (1:8) TO WS-MTIME-DATE
              END-READ
              CLOSE MTIME-FILE
              CALL "CBL_DELETE_FILE" USING WS-MTIME-FILENAME
                 RETURNING WS-DELETE-RESULT
           END-IF
           IF WS-SHELL-RC = 0 AND WS-MTIME-DATE NUMERIC
              CALL "FREEZE_CHECK" USING
                   WS-FROZEN-SCOPE (WS-FROZEN-IDX), WS-MTIME-DATE,
                   WS-FREEZE-STATUS, WS-FREEZE-REASON
              IF WS-FREEZE-STATUS = 12
                 MOVE SPACES TO WS-CHECK-TEXT
                 STRING "MODIFIE PENDANT UN GEL: " DELIMITED BY SIZE
                        FUNCTION TRIM
                           (WS-FROZEN-FILE (WS-FROZEN-IDX))
                           DELIMITED BY SIZE
                        " "           DELIMITED BY SIZE
                        WS-MTIME-DATE DELIMITED BY SIZE
                        INTO WS-CHECK-TEXT
                 END-STRING
                 PERFORM RECORD-WARNING
              END-IF
           END-IF.

      * SANDBOX_DIR reroutes every data file the program touches
      * into a rehearsal directory: operations copy the production
      * data there, run the whole suite against the copy and throw
