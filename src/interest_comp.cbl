       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEREST-COMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO DYNAMIC WS-RATE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.

           SELECT PROFILE-FILE ASSIGN TO DYNAMIC WS-PROFILE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROFILE-STATUS.

           SELECT BACKVALUE-FILE
           ASSIGN TO DYNAMIC WS-BACKVALUE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKVALUE-STATUS.

           SELECT ACCRUAL-FILE ASSIGN TO DYNAMIC WS-ACCRUAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCRUAL-STATUS.

           SELECT SUMMARY-FILE ASSIGN TO DYNAMIC WS-SUMMARY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RATE-FILE.
       01 RATE-RECORD.
          05 ACR-SCOPE            PIC X(30).
          05 FILLER               PIC X(1).
          05 ACR-RATE-TEXT        PIC X(8).
          05 FILLER               PIC X(1).
          05 ACR-EFF-DATE         PIC 9(8).

       FD PROFILE-FILE.
       01 PROFILE-RECORD.
          05 PRF-USER-ID          PIC X(30).
          05 PRF-FULL-NAME        PIC X(30).
          05 PRF-DEPARTMENT       PIC X(10).
          05 PRF-ROLE             PIC X(1).

       FD BACKVALUE-FILE.
       01 BACKVALUE-LINE          PIC X(85).

       FD ACCRUAL-FILE.
       01 ACCRUAL-RECORD.
          05 ACS-DATE             PIC X(8).
          05 FILLER               PIC X(1).
          05 ACS-USER             PIC X(30).
          05 FILLER               PIC X(1).
          05 ACS-AMOUNT           PIC X(13).

       FD SUMMARY-FILE.
       01 SUMMARY-RECORD          PIC X(80).

       FD TRANS-FILE.
       01 TRANS-RECORD.
          05 TRANS-NUM1           PIC 9(9)V99.
          05 TRANS-NUM2           PIC 9(9)V99.
          05 TRANS-OPERATION      PIC X(1).
          05 TRANS-CURRENCY       PIC X(3).
          05 TRANS-NUM1-REF       PIC X(12).
          05 TRANS-NUM2-REF       PIC X(12).
          05 TRANS-ENTITY         PIC X(3).
          05 TRANS-TAX-CODE       PIC X(3).
          05 TRANS-ACCOUNT        PIC X(10).
          05 TRANS-VALUE-DATE     PIC 9(8).

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-RATE-FILENAME        PIC X(100)
                                     VALUE "accrual_rates.dat".
       01 WS-RATE-STATUS          PIC X(2).
       01 WS-RATE-EOF-FLAG        PIC X(1)    VALUE "N".
          88 WS-RATE-EOF                      VALUE "Y".
       01 WS-PROFILE-FILENAME     PIC X(100)
                                     VALUE "user_profiles.dat".
       01 WS-PROFILE-STATUS       PIC X(2).
       01 WS-PROFILE-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-PROFILE-EOF                   VALUE "Y".
       01 WS-BACKVALUE-FILENAME   PIC X(100)
                                     VALUE "backvalue_register.dat".
       01 WS-BACKVALUE-STATUS     PIC X(2).
       01 WS-BACKVALUE-EOF-FLAG   PIC X(1)    VALUE "N".
          88 WS-BACKVALUE-EOF                 VALUE "Y".
       01 WS-ACCRUAL-FILENAME     PIC X(100).
       01 WS-ACCRUAL-STATUS       PIC X(2).
       01 WS-ACCRUAL-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-ACCRUAL-EOF                   VALUE "Y".
       01 WS-SUMMARY-FILENAME     PIC X(100).
       01 WS-SUMMARY-STATUS       PIC X(2).
       01 WS-TRANS-FILENAME       PIC X(100)  VALUE "transactions.txt".
       01 WS-TRANS-STATUS         PIC X(2).
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-COMP-DATE            PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-COMP-DATE-NUM        PIC 9(8).
       01 WS-ACCRUE-DATE-NUM      PIC 9(8).

       01 BACKVALUE-RECORD.
           COPY BKVREG.

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

       01 WS-PROFILE-TABLE.
          05 WS-PRF-ENTRY OCCURS 100 TIMES.
             10 WS-PRF-NAME         PIC X(30).
             10 WS-PRF-DEPT         PIC X(10).
       01 WS-PRF-USED             PIC 9(3)    VALUE 0.
       01 WS-PRF-MAX              PIC 9(3)    VALUE 100.
       01 WS-PRF-IDX              PIC 9(3).
       01 WS-USER-DEPT            PIC X(10).
       01 WS-CUR-USER             PIC X(30).

      * The register is held whole so it can be written back with
      * the compensation date on the lines this run picked up.
       01 WS-BVT-TABLE.
          05 WS-BVT-ENTRY OCCURS 2000 TIMES.
             10 WS-BVT-LINE         PIC X(85).
             10 WS-BVT-PICK-FLAG    PIC X(1).
                88 WS-BVT-PICKED              VALUE "Y".
       01 WS-BVT-USED             PIC 9(4)    VALUE 0.
       01 WS-BVT-MAX              PIC 9(4)    VALUE 2000.
       01 WS-BVT-IDX              PIC 9(4).
       01 WS-BVT-FULL-FLAG        PIC X(1)    VALUE "N".
          88 WS-BVT-FULL                      VALUE "Y".

      * One line per user and accrual day, kept in user and day
      * order as the differences come in.
       01 WS-CMP-TABLE.
          05 WS-CMP-ENTRY OCCURS 2000 TIMES.
             10 WS-CMP-KEY.
                15 WS-CMP-USER      PIC X(30).
                15 WS-CMP-DAY       PIC 9(8).
             10 WS-CMP-ORIGINAL     PIC S9(9)V99.
             10 WS-CMP-DIFF         PIC S9(9)V99.
       01 WS-CMP-USED             PIC 9(4)    VALUE 0.
       01 WS-CMP-MAX              PIC 9(4)    VALUE 2000.
       01 WS-CMP-IDX              PIC 9(4).
       01 WS-CMP-SHIFT            PIC 9(4).
       01 WS-CMP-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-CMP-FOUND                     VALUE "Y".
       01 WS-CMP-FULL-FLAG        PIC X(1)    VALUE "N".
          88 WS-CMP-FULL                      VALUE "Y".
       01 WS-NEW-KEY.
          05 WS-NEW-USER          PIC X(30).
          05 WS-NEW-DAY           PIC 9(8).

       01 WS-FROM-INT             PIC 9(7).
       01 WS-TO-INT               PIC 9(7).
       01 WS-DAY-INT              PIC 9(7).
       01 WS-DAY-DATE             PIC 9(8).
       01 WS-DAY-DIFF             PIC S9(9)V99 VALUE 0.

       01 WS-BREAK-USER           PIC X(30).
       01 WS-USER-ORIGINAL        PIC S9(11)V99 VALUE 0.
       01 WS-USER-DIFF            PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-ORIGINAL       PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-DIFF           PIC S9(11)V99 VALUE 0.
       01 WS-CORRECTED            PIC S9(11)V99 VALUE 0.
       01 WS-COMP-AMOUNT          PIC S9(9)V99 VALUE 0.
       01 WS-COMP-ABS             PIC 9(9)V99 VALUE 0.

       01 WS-PICKED-COUNT         PIC 9(5)    VALUE 0.
       01 WS-GENERATED-COUNT      PIC 9(5)    VALUE 0.
       01 WS-SKIP-COUNT           PIC 9(5)    VALUE 0.
       01 WS-GEN-REGISTER-NAME    PIC X(10)   VALUE "INTCOMP".
       01 WS-GEN-ITEM-KEY         PIC X(60).
       01 WS-GEN-STATUS           PIC 9(2).
          88 WS-GEN-ALREADY                   VALUE 4.
          88 WS-GEN-REFUSED                   VALUE 12.
       01 WS-AMOUNT-EDIT          PIC -(9)9.99.
       01 WS-COUNT-EDIT           PIC Z(4)9.
       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.

      * Interest compensation for back-valued postings.  MAIN
      * registers every record posted with a value date before the
      * business date it was posted on; the daily accrual between
      * the two dates ran on a balance that did not carry the
      * movement yet.  For each registered posting not compensated
      * yet, every day from the value date up to the day before the
      * posting is re-accrued on the posted amount at the rate in
      * force that day (same scope rules and actual/360 convention
      * as INTEREST-ACCRUE).  The report sets the accrual originally
      * booked for each user and day against the corrected one; one
      * compensating transaction per user is appended to the feed
      * for the day's batch and to the month's accrual summary, so
      * month-end and the interest certificate carry it.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           ACCEPT WS-COMP-DATE FROM ENVIRONMENT "COMP_DATE"
           IF WS-COMP-DATE NOT NUMERIC OR WS-COMP-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-COMP-DATE, WS-DATE-SOURCE
           END-IF
           MOVE FUNCTION NUMVAL (WS-COMP-DATE) TO WS-COMP-DATE-NUM

           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT "TRANS_FILENAME"
           IF WS-TRANS-FILENAME = SPACES
              MOVE "transactions.txt" TO WS-TRANS-FILENAME
           END-IF

           MOVE SPACES TO WS-SUMMARY-FILENAME
           STRING "accrual_summary-"    DELIMITED BY SIZE
                  WS-COMP-DATE (1:6)    DELIMITED BY SIZE
                  ".dat"                DELIMITED BY SIZE
                  INTO WS-SUMMARY-FILENAME
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "interest_comp-"      DELIMITED BY SIZE
                  WS-COMP-DATE          DELIMITED BY SIZE
                  ".txt"                DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME

           IF WS-LOCALE-EN
              DISPLAY "=== Back-value interest compensation: "
                      WS-COMP-DATE " ==="
           ELSE
              DISPLAY "=== Compensation d'interets sur operations "
                      "redatees: " WS-COMP-DATE " ==="
           END-IF

           PERFORM LOAD-BACKVALUE-REGISTER
           IF WS-BVT-FULL
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: back-value register exceeds "
                         WS-BVT-MAX " lines - nothing compensated"
              ELSE
                 DISPLAY "ERREUR: registre des operations redatees "
                         "au-dela de " WS-BVT-MAX
                         " lignes - aucune compensation"
              END-IF
              MOVE 8 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM LOAD-ACCRUAL-RATES
           IF WS-ACR-USED = 0
              IF WS-LOCALE-EN
                 DISPLAY "No accrual rate schedule, nothing "
                         "compensated"
              ELSE
                 DISPLAY "Aucun bareme de taux, aucune compensation"
              END-IF
              MOVE 4 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM LOAD-PROFILE-TABLE

           CALL "GEN_REGISTER_OPEN" USING WS-GEN-REGISTER-NAME,
                                          WS-COMP-DATE, WS-GEN-STATUS
           IF WS-GEN-REFUSED
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: GEN_FORCE is reserved to supervisors"
                         " - nothing compensated"
              ELSE
                 DISPLAY "ERREUR: GEN_FORCE est reserve aux "
                         "superviseurs - aucune compensation"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM COMPENSATE-ONE-POSTING
              VARYING WS-BVT-IDX FROM 1 BY 1
              UNTIL WS-BVT-IDX > WS-BVT-USED OR WS-CMP-FULL

           IF WS-CMP-FULL
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: more than " WS-CMP-MAX
                         " user days to compensate - nothing "
                         "compensated"
              ELSE
                 DISPLAY "ERREUR: plus de " WS-CMP-MAX
                         " jours utilisateur a compenser - aucune "
                         "compensation"
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              IF WS-CMP-USED > 0
                 PERFORM LOOKUP-ORIGINAL-ACCRUAL
                    VARYING WS-CMP-IDX FROM 1 BY 1
                    UNTIL WS-CMP-IDX > WS-CMP-USED
                 PERFORM POST-COMPENSATION
              END-IF
              IF WS-RETURN-CODE = 0
                 PERFORM NOTE-PICKED-POSTING
                    VARYING WS-BVT-IDX FROM 1 BY 1
                    UNTIL WS-BVT-IDX > WS-BVT-USED
                 IF WS-PICKED-COUNT > 0
                    PERFORM REWRITE-BACKVALUE-REGISTER
                 END-IF
              END-IF
           END-IF

           CALL "GEN_REGISTER_CLOSE" USING WS-SKIP-COUNT

           MOVE WS-TOTAL-DIFF TO WS-AMOUNT-EDIT
           IF WS-LOCALE-EN
              DISPLAY "Back-valued postings compensated: "
                      WS-PICKED-COUNT
              DISPLAY "Already compensated today, skipped: "
                      WS-SKIP-COUNT
              DISPLAY "Compensating transactions generated: "
                      WS-GENERATED-COUNT
              DISPLAY "Total compensation: " WS-AMOUNT-EDIT
           ELSE
              DISPLAY "Operations redatees compensees: "
                      WS-PICKED-COUNT
              DISPLAY "Deja compensees ce jour, ignorees: "
                      WS-SKIP-COUNT
              DISPLAY "Transactions de compensation generees: "
                      WS-GENERATED-COUNT
              DISPLAY "Total des compensations: " WS-AMOUNT-EDIT
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       LOAD-BACKVALUE-REGISTER.
           MOVE 0 TO WS-BVT-USED
           MOVE "N" TO WS-BACKVALUE-EOF-FLAG
           OPEN INPUT BACKVALUE-FILE
           IF WS-BACKVALUE-STATUS = "00"
              PERFORM READ-BACKVALUE-RECORD
              PERFORM LOAD-ONE-BACKVALUE UNTIL WS-BACKVALUE-EOF
                 OR WS-BVT-FULL
              CLOSE BACKVALUE-FILE
           END-IF.

       READ-BACKVALUE-RECORD.
           READ BACKVALUE-FILE
              AT END
                 SET WS-BACKVALUE-EOF TO TRUE
           END-READ.

       LOAD-ONE-BACKVALUE.
           IF BACKVALUE-LINE NOT = SPACES
              IF WS-BVT-USED >= WS-BVT-MAX
                 SET WS-BVT-FULL TO TRUE
              ELSE
                 ADD 1 TO WS-BVT-USED
                 MOVE BACKVALUE-LINE TO WS-BVT-LINE (WS-BVT-USED)
                 MOVE "N" TO WS-BVT-PICK-FLAG (WS-BVT-USED)
              END-IF
           END-IF
           PERFORM READ-BACKVALUE-RECORD.

       LOAD-ACCRUAL-RATES.
           ACCEPT WS-RATE-FILENAME FROM ENVIRONMENT "ACCRUAL_RATES"
           IF WS-RATE-FILENAME = SPACES
              MOVE "accrual_rates.dat" TO WS-RATE-FILENAME
           END-IF
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

      * A line compensated on an earlier day is left alone; one
      * compensated today is offered to the generation register
      * again, so only a supervisor's forced rerun redoes it.
      * Postings dated after the run date belong to a later run.
       COMPENSATE-ONE-POSTING.
           MOVE WS-BVT-LINE (WS-BVT-IDX) TO BACKVALUE-RECORD
           IF BV-VALUE-DATE NUMERIC AND BV-POST-DATE NUMERIC
              AND BV-AMOUNT NUMERIC
              AND BV-VALUE-DATE < BV-POST-DATE
              AND BV-POST-DATE <= WS-COMP-DATE-NUM
              AND (BV-COMP-DATE = SPACES
                   OR BV-COMP-DATE = WS-COMP-DATE)
              AND FUNCTION TEST-DATE-YYYYMMDD (BV-VALUE-DATE) = 0
              AND FUNCTION TEST-DATE-YYYYMMDD (BV-POST-DATE) = 0
              MOVE BV-TRANS-ID TO WS-GEN-ITEM-KEY
              CALL "GEN_REGISTER" USING WS-GEN-ITEM-KEY,
                                        WS-GEN-STATUS
              IF NOT WS-GEN-ALREADY
                 SET WS-BVT-PICKED (WS-BVT-IDX) TO TRUE
                 ADD 1 TO WS-PICKED-COUNT
                 MOVE BV-USER TO WS-CUR-USER
                 COMPUTE WS-FROM-INT =
                    FUNCTION INTEGER-OF-DATE (BV-VALUE-DATE)
                 COMPUTE WS-TO-INT =
                    FUNCTION INTEGER-OF-DATE (BV-POST-DATE) - 1
                 PERFORM COMPENSATE-ONE-DAY
                    VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
                    UNTIL WS-DAY-INT > WS-TO-INT OR WS-CMP-FULL
              END-IF
           END-IF.

       COMPENSATE-ONE-DAY.
           COMPUTE WS-DAY-DATE =
              FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           MOVE WS-DAY-DATE TO WS-ACCRUE-DATE-NUM
           PERFORM PICK-ACCRUAL-RATE
           IF WS-ACR-FOUND AND WS-ACR-RATE-PICKED NOT = 0
              COMPUTE WS-DAY-DIFF ROUNDED =
                 BV-AMOUNT * WS-ACR-RATE-PICKED / 100 / 360
                 ON SIZE ERROR
                    MOVE 0 TO WS-DAY-DIFF
              END-COMPUTE
              IF WS-DAY-DIFF NOT = 0
                 MOVE WS-CUR-USER TO WS-NEW-USER
                 MOVE WS-DAY-DATE TO WS-NEW-DAY
                 PERFORM ADD-COMPENSATION
              END-IF
           END-IF.

      * The most specific line in force on the day wins: the user's
      * own name, then the user's department, then the *** catch-all;
      * among those, the latest effective date on or before the day.
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

      * Two postings for the same user and day add into one line;
      * a new line is slotted in ahead of the first greater key.
       ADD-COMPENSATION.
           MOVE "N" TO WS-CMP-FOUND-FLAG
           PERFORM FIND-COMPENSATION-SLOT
              VARYING WS-CMP-IDX FROM 1 BY 1
              UNTIL WS-CMP-IDX > WS-CMP-USED OR WS-CMP-FOUND
           IF WS-CMP-FOUND
              SUBTRACT 1 FROM WS-CMP-IDX
           END-IF
           IF WS-CMP-FOUND AND WS-CMP-KEY (WS-CMP-IDX) = WS-NEW-KEY
              ADD WS-DAY-DIFF TO WS-CMP-DIFF (WS-CMP-IDX)
           ELSE
              IF WS-CMP-USED >= WS-CMP-MAX
                 SET WS-CMP-FULL TO TRUE
              ELSE
                 IF WS-CMP-FOUND
                    PERFORM SHIFT-COMPENSATION-ENTRY
                       VARYING WS-CMP-SHIFT FROM WS-CMP-USED BY -1
                       UNTIL WS-CMP-SHIFT < WS-CMP-IDX
                 ELSE
                    COMPUTE WS-CMP-IDX = WS-CMP-USED + 1
                 END-IF
                 ADD 1 TO WS-CMP-USED
                 MOVE WS-NEW-KEY TO WS-CMP-KEY (WS-CMP-IDX)
                 MOVE 0 TO WS-CMP-ORIGINAL (WS-CMP-IDX)
                 MOVE WS-DAY-DIFF TO WS-CMP-DIFF (WS-CMP-IDX)
              END-IF
           END-IF.

       FIND-COMPENSATION-SLOT.
           IF WS-CMP-KEY (WS-CMP-IDX) >= WS-NEW-KEY
              SET WS-CMP-FOUND TO TRUE
           END-IF.

       SHIFT-COMPENSATION-ENTRY.
           MOVE WS-CMP-ENTRY (WS-CMP-SHIFT)
              TO WS-CMP-ENTRY (WS-CMP-SHIFT + 1).

      * The accrual originally booked for the user and day is read
      * back from the summary INTEREST-ACCRUE kept for that month;
      * a compensation posted since is part of it.
       LOOKUP-ORIGINAL-ACCRUAL.
           MOVE 0 TO WS-CMP-ORIGINAL (WS-CMP-IDX)
           MOVE WS-CMP-DAY (WS-CMP-IDX) TO WS-DAY-DATE
           MOVE SPACES TO WS-ACCRUAL-FILENAME
           STRING "accrual_summary-"    DELIMITED BY SIZE
                  WS-DAY-DATE (1:6)     DELIMITED BY SIZE
                  ".dat"                DELIMITED BY SIZE
                  INTO WS-ACCRUAL-FILENAME
           MOVE "N" TO WS-ACCRUAL-EOF-FLAG
           OPEN INPUT ACCRUAL-FILE
           IF WS-ACCRUAL-STATUS = "00"
              PERFORM READ-ACCRUAL-RECORD
              PERFORM TOTAL-ONE-ACCRUAL UNTIL WS-ACCRUAL-EOF
              CLOSE ACCRUAL-FILE
           END-IF.

       READ-ACCRUAL-RECORD.
           READ ACCRUAL-FILE
              AT END
                 SET WS-ACCRUAL-EOF TO TRUE
           END-READ.

       TOTAL-ONE-ACCRUAL.
           IF ACS-DATE = WS-DAY-DATE (1:8)
              AND ACS-USER = WS-CMP-USER (WS-CMP-IDX)
              AND ACS-AMOUNT NOT = SPACES
              COMPUTE WS-CMP-ORIGINAL (WS-CMP-IDX) =
                 WS-CMP-ORIGINAL (WS-CMP-IDX)
                 + FUNCTION NUMVAL (ACS-AMOUNT)
           END-IF
           PERFORM READ-ACCRUAL-RECORD.

       POST-COMPENSATION.
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND TRANS-FILE
           IF WS-TRANS-STATUS = "35"
              OPEN OUTPUT TRANS-FILE
           END-IF
           IF WS-TRANS-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "Error: cannot open transaction feed"
              ELSE
                 DISPLAY "Erreur: ouverture du fichier de "
                         "transactions impossible"
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              OPEN EXTEND SUMMARY-FILE
              IF WS-SUMMARY-STATUS = "35"
                 OPEN OUTPUT SUMMARY-FILE
              END-IF
              PERFORM WRITE-REPORT-HEADER
              MOVE WS-CMP-USER (1) TO WS-BREAK-USER
              PERFORM WRITE-COMPENSATION-LINE
                 VARYING WS-CMP-IDX FROM 1 BY 1
                 UNTIL WS-CMP-IDX > WS-CMP-USED
              PERFORM CLOSE-USER-COMPENSATION
              PERFORM WRITE-REPORT-TOTALS
              CLOSE SUMMARY-FILE
              CLOSE TRANS-FILE
           END-IF
           CLOSE REPORT-FILE.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING "COMPENSATION D'INTERETS SUR OPERATIONS REDATEES "
                     DELIMITED BY SIZE
                  WS-COMP-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE "UTILISATEUR" TO REPORT-RECORD (1:11)
           MOVE "JOUR" TO REPORT-RECORD (32:4)
           MOVE "COURU INITIAL" TO REPORT-RECORD (42:13)
           MOVE "COURU CORRIGE" TO REPORT-RECORD (58:13)
           MOVE "ECART" TO REPORT-RECORD (82:5)
           WRITE REPORT-RECORD.

       WRITE-COMPENSATION-LINE.
           IF WS-CMP-USER (WS-CMP-IDX) NOT = WS-BREAK-USER
              PERFORM CLOSE-USER-COMPENSATION
              MOVE WS-CMP-USER (WS-CMP-IDX) TO WS-BREAK-USER
           END-IF
           ADD WS-CMP-ORIGINAL (WS-CMP-IDX) TO WS-USER-ORIGINAL
           ADD WS-CMP-DIFF (WS-CMP-IDX) TO WS-USER-DIFF
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-CMP-USER (WS-CMP-IDX) TO REPORT-RECORD (1:30)
           MOVE WS-CMP-DAY (WS-CMP-IDX) TO REPORT-RECORD (32:8)
           MOVE WS-CMP-ORIGINAL (WS-CMP-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO REPORT-RECORD (42:13)
           COMPUTE WS-CORRECTED = WS-CMP-ORIGINAL (WS-CMP-IDX)
              + WS-CMP-DIFF (WS-CMP-IDX)
           MOVE WS-CORRECTED TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO REPORT-RECORD (58:13)
           MOVE WS-CMP-DIFF (WS-CMP-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO REPORT-RECORD (74:13)
           WRITE REPORT-RECORD.

      * The user's total goes to the report and, when it is not
      * nil, becomes one compensating transaction.
       CLOSE-USER-COMPENSATION.
           MOVE SPACES TO REPORT-RECORD
           MOVE "  TOTAL" TO REPORT-RECORD (1:7)
           MOVE WS-BREAK-USER TO REPORT-RECORD (9:23)
           MOVE WS-USER-ORIGINAL TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO REPORT-RECORD (42:13)
           COMPUTE WS-CORRECTED = WS-USER-ORIGINAL + WS-USER-DIFF
           MOVE WS-CORRECTED TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO REPORT-RECORD (58:13)
           MOVE WS-USER-DIFF TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO REPORT-RECORD (74:13)
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-USER-DIFF NOT = 0
              MOVE WS-USER-DIFF TO WS-COMP-AMOUNT
              PERFORM WRITE-COMPENSATION-TRANSACTION
              PERFORM APPEND-ACCRUAL-SUMMARY
           END-IF
           ADD WS-USER-ORIGINAL TO WS-TOTAL-ORIGINAL
           ADD WS-USER-DIFF TO WS-TOTAL-DIFF
           MOVE 0 TO WS-USER-ORIGINAL
           MOVE 0 TO WS-USER-DIFF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           MOVE "TOTAL GENERAL" TO REPORT-RECORD (1:13)
           MOVE WS-TOTAL-ORIGINAL TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO REPORT-RECORD (42:13)
           COMPUTE WS-CORRECTED = WS-TOTAL-ORIGINAL + WS-TOTAL-DIFF
           MOVE WS-CORRECTED TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO REPORT-RECORD (58:13)
           MOVE WS-TOTAL-DIFF TO WS-AMOUNT-EDIT
           MOVE WS-AMOUNT-EDIT TO REPORT-RECORD (74:13)
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-PICKED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "OPERATIONS REDATEES COMPENSEES: " DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-GENERATED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "TRANSACTIONS DE COMPENSATION GENEREES: "
                     DELIMITED BY SIZE
                  WS-COUNT-EDIT DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      * The generated line rides the normal batch like an accrual:
      * CALCULATOR posts it, FILE_HANDLER writes it and the audit
      * trail carries it.
       WRITE-COMPENSATION-TRANSACTION.
           MOVE SPACES TO TRANS-RECORD
           COMPUTE WS-COMP-ABS = FUNCTION ABS (WS-COMP-AMOUNT)
           IF WS-COMP-AMOUNT < 0
              MOVE 0 TO TRANS-NUM1
              MOVE WS-COMP-ABS TO TRANS-NUM2
              MOVE "S" TO TRANS-OPERATION
           ELSE
              MOVE WS-COMP-ABS TO TRANS-NUM1
              MOVE 0 TO TRANS-NUM2
              MOVE "A" TO TRANS-OPERATION
           END-IF
           MOVE SPACES TO TRANS-CURRENCY
           WRITE TRANS-RECORD
           ADD 1 TO WS-GENERATED-COUNT.

       APPEND-ACCRUAL-SUMMARY.
           MOVE WS-COMP-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO SUMMARY-RECORD
           STRING WS-COMP-DATE    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-BREAK-USER   DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-AMOUNT-EDIT  DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           END-STRING
           WRITE SUMMARY-RECORD.

       NOTE-PICKED-POSTING.
           IF WS-BVT-PICKED (WS-BVT-IDX)
              MOVE WS-BVT-LINE (WS-BVT-IDX) TO BACKVALUE-RECORD
              MOVE BV-TRANS-ID TO WS-GEN-ITEM-KEY
              CALL "GEN_REGISTER_NOTE" USING WS-GEN-ITEM-KEY
              MOVE WS-COMP-DATE TO BV-COMP-DATE
              MOVE BACKVALUE-RECORD TO WS-BVT-LINE (WS-BVT-IDX)
           END-IF.

       REWRITE-BACKVALUE-REGISTER.
           OPEN OUTPUT BACKVALUE-FILE
           IF WS-BACKVALUE-STATUS = "00"
              PERFORM WRITE-BACKVALUE-LINE
                 VARYING WS-BVT-IDX FROM 1 BY 1
                 UNTIL WS-BVT-IDX > WS-BVT-USED
              CLOSE BACKVALUE-FILE
           ELSE
              IF WS-LOCALE-EN
                 DISPLAY "Error: back-value register not rewritten"
              ELSE
                 DISPLAY "Erreur: registre des operations redatees "
                         "non reecrit"
              END-IF
              MOVE 8 TO WS-RETURN-CODE
           END-IF.

       WRITE-BACKVALUE-LINE.
           MOVE WS-BVT-LINE (WS-BVT-IDX) TO BACKVALUE-LINE
           WRITE BACKVALUE-LINE.

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

       END PROGRAM INTEREST-COMP.
