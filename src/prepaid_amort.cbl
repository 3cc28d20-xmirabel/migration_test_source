       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREPAID-AMORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT NEW-MASTER-FILE
           ASSIGN TO DYNAMIC WS-NEW-MASTER-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-MASTER-STATUS.

           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TRANS-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One line per prepaid or deferred-expense item.  The total is
      * spread from the start period to the end period inclusive,
      * straight-line by month (L) or by calendar day (D), onto the
      * expense account and department on the line.  The balance
      * sheet account is the GL account the prepayment sits on until
      * it is expensed; the schedule report totals by it.  The
      * amortized-to-date and last period posted are maintained by
      * this program.
       FD MASTER-FILE.
       01 MASTER-RECORD.
          05 PPM-ITEM-ID          PIC X(10).
          05 FILLER               PIC X(1).
          05 PPM-DESCRIPTION      PIC X(30).
          05 FILLER               PIC X(1).
          05 PPM-ENTITY           PIC X(3).
          05 FILLER               PIC X(1).
          05 PPM-CURRENCY         PIC X(3).
          05 FILLER               PIC X(1).
          05 PPM-DEPARTMENT       PIC X(10).
          05 FILLER               PIC X(1).
          05 PPM-ACCOUNT          PIC X(10).
          05 FILLER               PIC X(1).
          05 PPM-BS-ACCOUNT       PIC X(4).
          05 FILLER               PIC X(1).
          05 PPM-METHOD           PIC X(1).
             88 PPM-STRAIGHT-LINE            VALUE "L".
             88 PPM-BY-DAYS                  VALUE "D".
          05 FILLER               PIC X(1).
          05 PPM-START-PERIOD     PIC X(6).
          05 FILLER               PIC X(1).
          05 PPM-END-PERIOD       PIC X(6).
          05 FILLER               PIC X(1).
          05 PPM-TOTAL-TEXT       PIC X(15).
          05 FILLER               PIC X(1).
          05 PPM-AMORTIZED-TEXT   PIC X(15).
          05 FILLER               PIC X(1).
          05 PPM-LAST-PERIOD      PIC X(6).

       FD NEW-MASTER-FILE.
       01 NEW-MASTER-RECORD       PIC X(131).

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
          05 TRANS-DEPARTMENT     PIC X(10).

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-RUN-PERIOD           PIC X(6).
       01 WS-RUN-PERIOD-NUM REDEFINES WS-RUN-PERIOD.
          05 WS-RUN-YEAR          PIC 9(4).
          05 WS-RUN-MONTH         PIC 9(2).
       01 WS-BUSINESS-DATE        PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".
       01 WS-ACTION               PIC X(10)   VALUE "POST".
          88 WS-ACTION-POST                   VALUE "POST".
          88 WS-ACTION-REPORT                 VALUE "REPORT".

       01 WS-MASTER-FILENAME      PIC X(100)
                                     VALUE "prepaid_master.dat".
       01 WS-MASTER-STATUS        PIC X(2).
       01 WS-MASTER-EOF-FLAG      PIC X(1)    VALUE "N".
          88 WS-MASTER-EOF                    VALUE "Y".
       01 WS-NEW-MASTER-FILENAME  PIC X(100).
       01 WS-NEW-MASTER-STATUS    PIC X(2).
       01 WS-TRANS-FILENAME       PIC X(100)  VALUE "transactions.txt".
       01 WS-TRANS-STATUS         PIC X(2).
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).
       01 WS-SHELL-CMD            PIC X(250).

      * Period arithmetic is done on a running month number
      * (year * 12 + month) so spans across year ends count right.
       01 WS-PERIOD-WORK          PIC X(6).
       01 WS-PERIOD-WORK-NUM REDEFINES WS-PERIOD-WORK.
          05 WS-PERIOD-WORK-YEAR  PIC 9(4).
          05 WS-PERIOD-WORK-MONTH PIC 9(2).
       01 WS-PERIOD-INDEX         PIC 9(6).
       01 WS-RUN-INDEX            PIC 9(6).
       01 WS-START-INDEX          PIC 9(6).
       01 WS-END-INDEX            PIC 9(6).
       01 WS-LAST-INDEX           PIC 9(6).
       01 WS-ELAPSED-UNITS        PIC 9(6).
       01 WS-TOTAL-UNITS          PIC 9(6).
       01 WS-DATE-WORK            PIC 9(8).
       01 WS-FIRST-DAY-INT        PIC 9(8).
       01 WS-END-DAY-INT          PIC 9(8).
       01 WS-RUN-DAY-INT          PIC 9(8).
       01 WS-PERIOD-END-DATE      PIC 9(8).

       01 WS-FISCAL-DATE          PIC 9(8).
       01 WS-FISCAL-YEAR          PIC 9(4).
       01 WS-FISCAL-PERIOD        PIC 9(2).
       01 WS-FISCAL-CLOSED        PIC X(1).
          88 WS-PERIOD-IS-CLOSED              VALUE "Y".
       01 WS-FISCAL-STATUS        PIC 9(2).

       01 WS-ITEM-TOTAL           PIC S9(11)V99.
       01 WS-ITEM-BEFORE          PIC S9(11)V99.
       01 WS-ITEM-TARGET          PIC S9(11)V99.
       01 WS-ITEM-SHARE           PIC S9(11)V99.
       01 WS-ITEM-AFTER           PIC S9(11)V99.
       01 WS-ITEM-REMAINING       PIC S9(11)V99.
       01 WS-ITEM-STATE           PIC X(1).
          88 WS-ITEM-POSTED                   VALUE "P".
          88 WS-ITEM-NOT-STARTED              VALUE "N".
          88 WS-ITEM-DONE-BEFORE              VALUE "D".
          88 WS-ITEM-COMPLETE                 VALUE "C".
          88 WS-ITEM-INVALID                  VALUE "E".
       01 WS-ITEM-REASON          PIC X(30).
       01 WS-STATE-TEXT           PIC X(30).

      * Balance sheet tie-out: one bucket per entity, currency and
      * balance sheet account.  Opening is what was still deferred
      * before the run, closing what is left after it.
       01 WS-BS-TABLE.
          05 WS-BS-ENTRY OCCURS 50 TIMES.
             10 WS-BS-ENT            PIC X(3).
             10 WS-BS-CCY            PIC X(3).
             10 WS-BS-ACCT           PIC X(4).
             10 WS-BS-ITEMS          PIC 9(5).
             10 WS-BS-OPENING        PIC S9(13)V99.
             10 WS-BS-CHARGE         PIC S9(13)V99.
             10 WS-BS-CLOSING        PIC S9(13)V99.
       01 WS-BS-USED              PIC 9(3)    VALUE 0.
       01 WS-BS-MAX               PIC 9(3)    VALUE 50.
       01 WS-BS-IDX               PIC 9(3).
       01 WS-BS-FOUND-FLAG        PIC X(1)    VALUE "N".
          88 WS-BS-FOUND                      VALUE "Y".

       01 WS-ITEMS-READ           PIC 9(5)    VALUE 0.
       01 WS-ITEMS-POSTED         PIC 9(5)    VALUE 0.
       01 WS-ITEMS-INVALID        PIC 9(5)    VALUE 0.
       01 WS-GENERATED-COUNT      PIC 9(5)    VALUE 0.
       01 WS-TOTAL-CHARGE         PIC S9(13)V99 VALUE 0.
       01 WS-AMOUNT-EDIT          PIC -(11)9.99.
       01 WS-AMOUNT-EDIT-2        PIC -(11)9.99.
       01 WS-AMOUNT-EDIT-3        PIC -(11)9.99.
       01 WS-AMOUNT-EDIT-4        PIC -(11)9.99.
       01 WS-AMOUNT-EDIT-5        PIC -(11)9.99.
       01 WS-COUNT-EDIT           PIC ZZZZ9.

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

           ACCEPT WS-RUN-PERIOD FROM ENVIRONMENT "AMORT_PERIOD"
           IF WS-RUN-PERIOD NOT NUMERIC OR WS-RUN-PERIOD = SPACES
              CALL "BUSINESS_DATE" USING WS-BUSINESS-DATE,
                                         WS-DATE-SOURCE
              MOVE WS-BUSINESS-DATE (1:6) TO WS-RUN-PERIOD
           END-IF
           IF WS-RUN-MONTH < 1 OR WS-RUN-MONTH > 12
              IF WS-LOCALE-EN
                 DISPLAY "Error: invalid amortization period "
                         WS-RUN-PERIOD
              ELSE
                 DISPLAY "Erreur: periode d'amortissement invalide "
                         WS-RUN-PERIOD
              END-IF
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           ACCEPT WS-ACTION FROM ENVIRONMENT "AMORT_ACTION"
           IF NOT WS-ACTION-REPORT
              MOVE "POST" TO WS-ACTION
           END-IF
           ACCEPT WS-MASTER-FILENAME FROM ENVIRONMENT "PREPAID_MASTER"
           IF WS-MASTER-FILENAME = SPACES
              MOVE "prepaid_master.dat" TO WS-MASTER-FILENAME
           END-IF
           ACCEPT WS-TRANS-FILENAME FROM ENVIRONMENT "TRANS_FILENAME"
           IF WS-TRANS-FILENAME = SPACES
              MOVE "transactions.txt" TO WS-TRANS-FILENAME
           END-IF
           MOVE SPACES TO WS-NEW-MASTER-FILENAME
           STRING FUNCTION TRIM (WS-MASTER-FILENAME)
                                   DELIMITED BY SIZE
                  ".new"           DELIMITED BY SIZE
                  INTO WS-NEW-MASTER-FILENAME
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "amort_schedule-" DELIMITED BY SIZE
                  WS-RUN-PERIOD     DELIMITED BY SIZE
                  ".txt"            DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME

           IF WS-LOCALE-EN
              DISPLAY "=== Prepaid expense amortization: "
                      WS-RUN-PERIOD " (" FUNCTION TRIM (WS-ACTION)
                      ") ==="
           ELSE
              DISPLAY "=== Amortissement des charges constatees "
                      "d'avance: " WS-RUN-PERIOD " ("
                      FUNCTION TRIM (WS-ACTION) ") ==="
           END-IF

           MOVE WS-RUN-PERIOD TO WS-PERIOD-WORK
           PERFORM COMPUTE-PERIOD-INDEX
           MOVE WS-PERIOD-INDEX TO WS-RUN-INDEX
           PERFORM COMPUTE-PERIOD-END-DATE
           MOVE WS-DATE-WORK TO WS-PERIOD-END-DATE
           IF WS-ACTION-POST
              PERFORM CHECK-PERIOD-OPEN
           END-IF

           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "No prepaid item master, nothing amortized"
              ELSE
                 DISPLAY "Aucun fichier des charges constatees "
                         "d'avance, rien a amortir"
              END-IF
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-ACTION-POST
              OPEN OUTPUT NEW-MASTER-FILE
              OPEN EXTEND TRANS-FILE
              IF WS-TRANS-STATUS = "35"
                 OPEN OUTPUT TRANS-FILE
              END-IF
              IF WS-TRANS-STATUS NOT = "00"
                 OR WS-NEW-MASTER-STATUS NOT = "00"
                 IF WS-LOCALE-EN
                    DISPLAY "Error: cannot open transaction feed"
                 ELSE
                    DISPLAY "Erreur: ouverture du fichier de "
                            "transactions impossible"
                 END-IF
                 CLOSE MASTER-FILE
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER

           PERFORM READ-MASTER-RECORD
           PERFORM PROCESS-ONE-ITEM UNTIL WS-MASTER-EOF
           CLOSE MASTER-FILE

           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FILE

           IF WS-ACTION-POST
              CLOSE TRANS-FILE
              CLOSE NEW-MASTER-FILE
              MOVE SPACES TO WS-SHELL-CMD
              STRING "mv -f "         DELIMITED BY SIZE
                     FUNCTION TRIM (WS-NEW-MASTER-FILENAME)
                                      DELIMITED BY SIZE
                     " "              DELIMITED BY SIZE
                     FUNCTION TRIM (WS-MASTER-FILENAME)
                                      DELIMITED BY SIZE
                     INTO WS-SHELL-CMD
              CALL "SYSTEM" USING WS-SHELL-CMD
           END-IF

           MOVE WS-TOTAL-CHARGE TO WS-AMOUNT-EDIT
           IF WS-LOCALE-EN
              DISPLAY "Items read: " WS-ITEMS-READ
                      "  charged: " WS-ITEMS-POSTED
                      "  in error: " WS-ITEMS-INVALID
              DISPLAY "Amortization transactions generated: "
                      WS-GENERATED-COUNT
              DISPLAY "Period charge: " WS-AMOUNT-EDIT
              DISPLAY "Schedule written to "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           ELSE
              DISPLAY "Postes lus: " WS-ITEMS-READ
                      "  amortis: " WS-ITEMS-POSTED
                      "  en erreur: " WS-ITEMS-INVALID
              DISPLAY "Transactions d'amortissement generees: "
                      WS-GENERATED-COUNT
              DISPLAY "Charge de la periode: " WS-AMOUNT-EDIT
              DISPLAY "Echeancier ecrit dans "
                      FUNCTION TRIM (WS-REPORT-FILENAME)
           END-IF

           IF WS-ITEMS-INVALID > 0 AND WS-RETURN-CODE < 4
              MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      * The charge is dated at the month end; a closed fiscal period
      * cannot take it any more.
       CHECK-PERIOD-OPEN.
           MOVE WS-PERIOD-END-DATE TO WS-FISCAL-DATE
           CALL "FISCAL_PERIOD" USING WS-FISCAL-DATE,
                                      WS-FISCAL-YEAR,
                                      WS-FISCAL-PERIOD,
                                      WS-FISCAL-CLOSED,
                                      WS-FISCAL-STATUS
           IF WS-FISCAL-STATUS = 0 AND WS-PERIOD-IS-CLOSED
              IF WS-LOCALE-EN
                 DISPLAY "Error: fiscal period of " WS-RUN-PERIOD
                         " is closed - nothing posted"
              ELSE
                 DISPLAY "Erreur: la periode comptable de "
                         WS-RUN-PERIOD " est cloturee - rien "
                         "n'est passe"
              END-IF
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

       READ-MASTER-RECORD.
           READ MASTER-FILE
              AT END
                 SET WS-MASTER-EOF TO TRUE
           END-READ.

       PROCESS-ONE-ITEM.
           IF PPM-ITEM-ID NOT = SPACES
              ADD 1 TO WS-ITEMS-READ
              PERFORM VALIDATE-ITEM
              IF WS-ITEM-INVALID
                 ADD 1 TO WS-ITEMS-INVALID
                 MOVE 0 TO WS-ITEM-SHARE
                 MOVE 0 TO WS-ITEM-REMAINING
              ELSE
                 PERFORM COMPUTE-ITEM-SHARE
                 IF WS-ITEM-SHARE NOT = 0
                    ADD 1 TO WS-ITEMS-POSTED
                    ADD WS-ITEM-SHARE TO WS-TOTAL-CHARGE
                    IF WS-ACTION-POST
                       PERFORM WRITE-AMORT-TRANSACTION
                    END-IF
                 END-IF
                 PERFORM TALLY-BS-ACCOUNT
              END-IF
              PERFORM WRITE-ITEM-LINE
           END-IF
           IF WS-ACTION-POST
              PERFORM WRITE-NEW-MASTER
           END-IF
           PERFORM READ-MASTER-RECORD.

       VALIDATE-ITEM.
           MOVE SPACE TO WS-ITEM-STATE
           MOVE SPACES TO WS-ITEM-REASON
           MOVE 0 TO WS-ITEM-TOTAL
           MOVE 0 TO WS-ITEM-BEFORE
           IF PPM-START-PERIOD NOT NUMERIC
              OR PPM-END-PERIOD NOT NUMERIC
              OR PPM-START-PERIOD (5:2) < "01"
              OR PPM-START-PERIOD (5:2) > "12"
              OR PPM-END-PERIOD (5:2) < "01"
              OR PPM-END-PERIOD (5:2) > "12"
              OR PPM-END-PERIOD < PPM-START-PERIOD
              MOVE "PERIODES INVALIDES" TO WS-ITEM-REASON
           END-IF
           IF WS-ITEM-REASON = SPACES
              AND NOT PPM-STRAIGHT-LINE AND NOT PPM-BY-DAYS
              MOVE "METHODE INCONNUE" TO WS-ITEM-REASON
           END-IF
           IF WS-ITEM-REASON = SPACES
              AND (PPM-ENTITY = SPACES OR PPM-ACCOUNT = SPACES
                   OR PPM-BS-ACCOUNT = SPACES)
              MOVE "ENTITE OU COMPTE ABSENT" TO WS-ITEM-REASON
           END-IF
           IF WS-ITEM-REASON = SPACES
              IF PPM-TOTAL-TEXT NOT = SPACES
                 COMPUTE WS-ITEM-TOTAL =
                    FUNCTION NUMVAL (PPM-TOTAL-TEXT)
              END-IF
              IF PPM-AMORTIZED-TEXT NOT = SPACES
                 COMPUTE WS-ITEM-BEFORE =
                    FUNCTION NUMVAL (PPM-AMORTIZED-TEXT)
              END-IF
              IF WS-ITEM-TOTAL NOT > 0
                 MOVE "MONTANT TOTAL INVALIDE" TO WS-ITEM-REASON
              ELSE
                 IF WS-ITEM-BEFORE < 0
                    OR WS-ITEM-BEFORE > WS-ITEM-TOTAL
                    MOVE "CUMUL AMORTI INVALIDE" TO WS-ITEM-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-ITEM-REASON NOT = SPACES
              SET WS-ITEM-INVALID TO TRUE
           END-IF.

      * The share is what the item should have been charged by the
      * end of the run period less what it has been charged so far,
      * so a month that was missed is caught up and the last period
      * takes whatever rounding is left.
       COMPUTE-ITEM-SHARE.
           MOVE 0 TO WS-ITEM-SHARE
           MOVE WS-ITEM-BEFORE TO WS-ITEM-AFTER
           MOVE PPM-START-PERIOD TO WS-PERIOD-WORK
           PERFORM COMPUTE-PERIOD-INDEX
           MOVE WS-PERIOD-INDEX TO WS-START-INDEX
           MOVE PPM-END-PERIOD TO WS-PERIOD-WORK
           PERFORM COMPUTE-PERIOD-INDEX
           MOVE WS-PERIOD-INDEX TO WS-END-INDEX
           MOVE 0 TO WS-LAST-INDEX
           IF PPM-LAST-PERIOD NUMERIC AND PPM-LAST-PERIOD NOT = ZEROS
              MOVE PPM-LAST-PERIOD TO WS-PERIOD-WORK
              PERFORM COMPUTE-PERIOD-INDEX
              MOVE WS-PERIOD-INDEX TO WS-LAST-INDEX
           END-IF

           EVALUATE TRUE
              WHEN WS-RUN-INDEX < WS-START-INDEX
                 SET WS-ITEM-NOT-STARTED TO TRUE
              WHEN WS-LAST-INDEX >= WS-RUN-INDEX
                 SET WS-ITEM-DONE-BEFORE TO TRUE
              WHEN WS-ITEM-BEFORE = WS-ITEM-TOTAL
                 SET WS-ITEM-COMPLETE TO TRUE
              WHEN OTHER
                 SET WS-ITEM-POSTED TO TRUE
           END-EVALUATE

           IF WS-ITEM-POSTED
              IF WS-RUN-INDEX >= WS-END-INDEX
                 MOVE WS-ITEM-TOTAL TO WS-ITEM-TARGET
              ELSE
                 IF PPM-BY-DAYS
                    PERFORM COMPUTE-DAYS-TARGET
                 ELSE
                    COMPUTE WS-ELAPSED-UNITS =
                       WS-RUN-INDEX - WS-START-INDEX + 1
                    COMPUTE WS-TOTAL-UNITS =
                       WS-END-INDEX - WS-START-INDEX + 1
                    COMPUTE WS-ITEM-TARGET ROUNDED =
                       WS-ITEM-TOTAL * WS-ELAPSED-UNITS
                       / WS-TOTAL-UNITS
                 END-IF
              END-IF
              IF WS-ITEM-TARGET > WS-ITEM-BEFORE
                 COMPUTE WS-ITEM-SHARE =
                    WS-ITEM-TARGET - WS-ITEM-BEFORE
              END-IF
              ADD WS-ITEM-SHARE TO WS-ITEM-AFTER
           END-IF
           COMPUTE WS-ITEM-REMAINING = WS-ITEM-TOTAL - WS-ITEM-AFTER.

       COMPUTE-DAYS-TARGET.
           MOVE PPM-START-PERIOD TO WS-PERIOD-WORK
           COMPUTE WS-DATE-WORK = WS-PERIOD-WORK-YEAR * 10000
              + WS-PERIOD-WORK-MONTH * 100 + 1
           COMPUTE WS-FIRST-DAY-INT =
              FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)
           MOVE PPM-END-PERIOD TO WS-PERIOD-WORK
           PERFORM COMPUTE-PERIOD-END-DATE
           COMPUTE WS-END-DAY-INT =
              FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)
           COMPUTE WS-RUN-DAY-INT =
              FUNCTION INTEGER-OF-DATE (WS-PERIOD-END-DATE)
           COMPUTE WS-ELAPSED-UNITS =
              WS-RUN-DAY-INT - WS-FIRST-DAY-INT + 1
           COMPUTE WS-TOTAL-UNITS =
              WS-END-DAY-INT - WS-FIRST-DAY-INT + 1
           COMPUTE WS-ITEM-TARGET ROUNDED =
              WS-ITEM-TOTAL * WS-ELAPSED-UNITS / WS-TOTAL-UNITS.

       COMPUTE-PERIOD-INDEX.
           COMPUTE WS-PERIOD-INDEX =
              WS-PERIOD-WORK-YEAR * 12 + WS-PERIOD-WORK-MONTH - 1.

      * Last calendar day of the month in WS-PERIOD-WORK: the day
      * before the first of the following month.
       COMPUTE-PERIOD-END-DATE.
           IF WS-PERIOD-WORK-MONTH = 12
              COMPUTE WS-DATE-WORK =
                 (WS-PERIOD-WORK-YEAR + 1) * 10000 + 101
           ELSE
              COMPUTE WS-DATE-WORK =
                 WS-PERIOD-WORK-YEAR * 10000
                 + (WS-PERIOD-WORK-MONTH + 1) * 100 + 1
           END-IF
           COMPUTE WS-DATE-WORK = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE (WS-DATE-WORK) - 1).

      * The generated line rides the normal batch: CALCULATOR posts
      * it, FILE_HANDLER writes it and the audit trail carries it
      * under the department named on the line.
       WRITE-AMORT-TRANSACTION.
           MOVE SPACES TO TRANS-RECORD
           MOVE WS-ITEM-SHARE TO TRANS-NUM1
           MOVE 0 TO TRANS-NUM2
           MOVE "S" TO TRANS-OPERATION
           MOVE PPM-CURRENCY TO TRANS-CURRENCY
           MOVE PPM-ENTITY TO TRANS-ENTITY
           MOVE PPM-ACCOUNT TO TRANS-ACCOUNT
           MOVE PPM-DEPARTMENT TO TRANS-DEPARTMENT
           WRITE TRANS-RECORD
           ADD 1 TO WS-GENERATED-COUNT.

       WRITE-NEW-MASTER.
           IF PPM-ITEM-ID NOT = SPACES
              AND NOT WS-ITEM-INVALID
              AND WS-ITEM-POSTED
              MOVE WS-ITEM-AFTER TO WS-AMOUNT-EDIT
              MOVE WS-AMOUNT-EDIT TO PPM-AMORTIZED-TEXT
              MOVE WS-RUN-PERIOD TO PPM-LAST-PERIOD
           END-IF
           MOVE MASTER-RECORD TO NEW-MASTER-RECORD
           WRITE NEW-MASTER-RECORD.

       TALLY-BS-ACCOUNT.
           MOVE "N" TO WS-BS-FOUND-FLAG
           PERFORM FIND-BS-ACCOUNT VARYING WS-BS-IDX FROM 1 BY 1
              UNTIL WS-BS-IDX > WS-BS-USED OR WS-BS-FOUND
           IF NOT WS-BS-FOUND
              IF WS-BS-USED >= WS-BS-MAX
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
              ADD 1 TO WS-BS-USED
              MOVE WS-BS-USED TO WS-BS-IDX
              MOVE PPM-ENTITY TO WS-BS-ENT (WS-BS-IDX)
              MOVE PPM-CURRENCY TO WS-BS-CCY (WS-BS-IDX)
              MOVE PPM-BS-ACCOUNT TO WS-BS-ACCT (WS-BS-IDX)
              MOVE 0 TO WS-BS-ITEMS (WS-BS-IDX)
              MOVE 0 TO WS-BS-OPENING (WS-BS-IDX)
              MOVE 0 TO WS-BS-CHARGE (WS-BS-IDX)
              MOVE 0 TO WS-BS-CLOSING (WS-BS-IDX)
           END-IF
           ADD 1 TO WS-BS-ITEMS (WS-BS-IDX)
           COMPUTE WS-BS-OPENING (WS-BS-IDX) =
              WS-BS-OPENING (WS-BS-IDX) + WS-ITEM-TOTAL
              - WS-ITEM-BEFORE
           ADD WS-ITEM-SHARE TO WS-BS-CHARGE (WS-BS-IDX)
           ADD WS-ITEM-REMAINING TO WS-BS-CLOSING (WS-BS-IDX).

       FIND-BS-ACCOUNT.
           IF WS-BS-ENT (WS-BS-IDX) = PPM-ENTITY
              AND WS-BS-CCY (WS-BS-IDX) = PPM-CURRENCY
              AND WS-BS-ACCT (WS-BS-IDX) = PPM-BS-ACCOUNT
              SET WS-BS-FOUND TO TRUE
              SUBTRACT 1 FROM WS-BS-IDX
           END-IF.

       ABEND-TABLE-OVERFLOW.
           IF WS-LOCALE-EN
              DISPLAY "ERROR: balance sheet accounts exceed table "
                      "size - run stopped"
           ELSE
              DISPLAY "ERREUR: comptes de bilan au-dela de la "
                      "table - traitement arrete"
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO REPORT-RECORD
           STRING "ECHEANCIER DES CHARGES CONSTATEES D'AVANCE - "
                                     DELIMITED BY SIZE
                  WS-RUN-PERIOD      DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           IF WS-ACTION-REPORT
              MOVE "(SIMULATION - RIEN N'EST PASSE)"
                 TO REPORT-RECORD (60:31)
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "POSTE      DESCRIPTION          ENT DEV BIL  M"
                                     DELIMITED BY SIZE
                  "           TOTAL     DEJA AMORTI"
                                     DELIMITED BY SIZE
                  "         PERIODE   CUMUL AMORTI"
                                     DELIMITED BY SIZE
                  "         RESTANT  ETAT"
                                     DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       WRITE-ITEM-LINE.
           EVALUATE TRUE
              WHEN WS-ITEM-INVALID
                 MOVE WS-ITEM-REASON TO WS-STATE-TEXT
              WHEN WS-ITEM-NOT-STARTED
                 MOVE "NON COMMENCE" TO WS-STATE-TEXT
              WHEN WS-ITEM-DONE-BEFORE
                 MOVE "DEJA PASSE POUR LA PERIODE" TO WS-STATE-TEXT
              WHEN WS-ITEM-COMPLETE
                 MOVE "TERMINE" TO WS-STATE-TEXT
              WHEN WS-ITEM-REMAINING = 0
                 MOVE "AMORTI - TERMINE" TO WS-STATE-TEXT
              WHEN OTHER
                 MOVE "AMORTI" TO WS-STATE-TEXT
           END-EVALUATE
           MOVE WS-ITEM-TOTAL TO WS-AMOUNT-EDIT
           MOVE WS-ITEM-BEFORE TO WS-AMOUNT-EDIT-2
           MOVE WS-ITEM-SHARE TO WS-AMOUNT-EDIT-3
           MOVE WS-ITEM-AFTER TO WS-AMOUNT-EDIT-4
           MOVE WS-ITEM-REMAINING TO WS-AMOUNT-EDIT-5
           IF WS-ITEM-INVALID
              MOVE WS-ITEM-BEFORE TO WS-AMOUNT-EDIT-4
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING PPM-ITEM-ID             DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  PPM-DESCRIPTION (1:20)  DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  PPM-ENTITY              DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  PPM-CURRENCY            DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  PPM-BS-ACCOUNT          DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  PPM-METHOD              DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-AMOUNT-EDIT          DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2        DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-3        DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-4        DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-5        DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  WS-STATE-TEXT           DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      * The closing balance per balance sheet account is what the GL
      * account should show once the period's charges are posted.
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "RAPPROCHEMENT AVEC LES COMPTES DE BILAN"
              TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ENT DEV BIL  POSTES"        DELIMITED BY SIZE
                  "       SOLDE OUVERTURE"     DELIMITED BY SIZE
                  "  CHARGE PERIODE"           DELIMITED BY SIZE
                  "      SOLDE CLOTURE"        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM WRITE-BS-LINE VARYING WS-BS-IDX FROM 1 BY 1
              UNTIL WS-BS-IDX > WS-BS-USED
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-CHARGE TO WS-AMOUNT-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAL CHARGE DE LA PERIODE   " DELIMITED BY SIZE
                  WS-AMOUNT-EDIT                 DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           IF WS-ITEMS-INVALID > 0
              MOVE WS-ITEMS-INVALID TO WS-COUNT-EDIT
              MOVE SPACES TO REPORT-RECORD
              STRING "POSTES EN ERREUR NON AMORTIS " DELIMITED BY SIZE
                     WS-COUNT-EDIT                  DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF.

       WRITE-BS-LINE.
           MOVE WS-BS-ITEMS (WS-BS-IDX) TO WS-COUNT-EDIT
           MOVE WS-BS-OPENING (WS-BS-IDX) TO WS-AMOUNT-EDIT
           MOVE WS-BS-CHARGE (WS-BS-IDX) TO WS-AMOUNT-EDIT-2
           MOVE WS-BS-CLOSING (WS-BS-IDX) TO WS-AMOUNT-EDIT-3
           MOVE SPACES TO REPORT-RECORD
           STRING WS-BS-ENT (WS-BS-IDX)   DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-BS-CCY (WS-BS-IDX)   DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-BS-ACCT (WS-BS-IDX)  DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  WS-COUNT-EDIT           DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  WS-AMOUNT-EDIT          DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-2        DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  WS-AMOUNT-EDIT-3        DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.


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

       END PROGRAM PREPAID-AMORT.
