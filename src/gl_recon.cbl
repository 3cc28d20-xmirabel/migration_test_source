       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-RECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLBAL-FILE ASSIGN TO DYNAMIC WS-GLBAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLBAL-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT OUTSTANDING-FILE
           ASSIGN TO DYNAMIC WS-OUTSTANDING-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUTSTANDING-STATUS.

           SELECT BREAK-FILE ASSIGN TO DYNAMIC WS-BREAK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BREAK-STATUS.

           SELECT NEW-BREAK-FILE ASSIGN TO DYNAMIC WS-NEW-BREAK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-BREAK-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT BOOK-FILE ASSIGN TO DYNAMIC WS-BOOK-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOOK-STATUS.

           SELECT BALANCE-FILE ASSIGN TO DYNAMIC WS-BALANCE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.

           SELECT BALANCE-IDX-FILE
           ASSIGN TO DYNAMIC WS-BAL-IDX-FILENAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAL-IDX-USER
           FILE STATUS IS WS-BAL-IDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Period balances returned by the general ledger, one line per
      * account and cost centre (net debit positive), optionally
      * preceded by a PERIOD,YYYYMM line.
       FD GLBAL-FILE.
       01 GLBAL-RECORD            PIC X(120).

       FD EXTRACT-FILE.
       01 EXTRACT-RECORD          PIC X(120).

       FD OUTSTANDING-FILE.
       01 OUTSTANDING-RECORD.
          05 OUT-FIRST-DATE       PIC 9(8).
          05 FILLER               PIC X(1).
          05 OUT-TRANS-ID         PIC X(12).
          05 FILLER               PIC X(1).
          05 OUT-STATE            PIC X(10).
          05 FILLER               PIC X(1).
          05 OUT-REASON           PIC X(10).

      * Real differences still open, per period, account and cost
      * centre, with the date they were first seen.  An entry leaves
      * the file once a run for its period no longer finds it.
       FD BREAK-FILE.
       01 BREAK-RECORD.
          05 RB-PERIOD            PIC 9(6).
          05 FILLER               PIC X(1).
          05 RB-ACCOUNT           PIC X(4).
          05 FILLER               PIC X(1).
          05 RB-COST-CENTER       PIC X(6).
          05 FILLER               PIC X(1).
          05 RB-FIRST-DATE        PIC 9(8).
          05 FILLER               PIC X(1).
          05 RB-AMOUNT            PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.

       FD NEW-BREAK-FILE.
       01 NEW-BREAK-RECORD        PIC X(42).

       FD REPORT-FILE.
       01 REPORT-RECORD           PIC X(100).

       FD BOOK-FILE.
       01 BOOK-RECORD.
           COPY GLBOOK.

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

       WORKING-STORAGE SECTION.
       01 WS-GLBAL-FILENAME       PIC X(100).
       01 WS-GLBAL-STATUS         PIC X(2).
       01 WS-GLBAL-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-GLBAL-EOF                     VALUE "Y".
       01 WS-EXTRACT-FILENAME     PIC X(100).
       01 WS-EXTRACT-STATUS       PIC X(2).
       01 WS-EXTRACT-EOF-FLAG     PIC X(1)    VALUE "N".
          88 WS-EXTRACT-EOF                   VALUE "Y".
       01 WS-OUTSTANDING-FILENAME PIC X(100)
                                     VALUE "gl_outstanding.dat".
       01 WS-OUTSTANDING-STATUS   PIC X(2).
       01 WS-OUTSTANDING-EOF-FLAG PIC X(1)    VALUE "N".
          88 WS-OUTSTANDING-EOF               VALUE "Y".
       01 WS-BREAK-FILENAME       PIC X(100)
                                     VALUE "gl_recon_breaks.dat".
       01 WS-BREAK-STATUS         PIC X(2).
       01 WS-BREAK-EOF-FLAG       PIC X(1)    VALUE "N".
          88 WS-BREAK-EOF                     VALUE "Y".
       01 WS-NEW-BREAK-FILENAME   PIC X(104)
                                     VALUE "gl_recon_breaks.dat.new".
       01 WS-NEW-BREAK-STATUS     PIC X(2).
       01 WS-REPORT-FILENAME      PIC X(100).
       01 WS-REPORT-STATUS        PIC X(2).
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
       01 WS-LOCALE               PIC X(2)    VALUE "FR".
          88 WS-LOCALE-FR                     VALUE "FR".
          88 WS-LOCALE-EN                     VALUE "EN".

       01 WS-RECON-DATE           PIC X(8).
       01 WS-DATE-SOURCE          PIC X(1)    VALUE "C".
       01 WS-RECON-DATE-NUM       PIC 9(8).
       01 WS-TODAY-INT            PIC 9(7).
       01 WS-MONTH-TEXT           PIC X(6)    VALUE SPACES.
       01 WS-RECON-MONTH          PIC 9(6).
       01 WS-RECON-MONTH-X REDEFINES WS-RECON-MONTH.
          05 WS-RECON-YEAR        PIC 9(4).
          05 WS-RECON-MM          PIC 9(2).
       01 WS-NEXT-MONTH-START     PIC 9(8).
       01 WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH-START.
          05 WS-NEXT-YEAR         PIC 9(4).
          05 WS-NEXT-MM           PIC 9(2).
          05 WS-NEXT-DD           PIC 9(2).
       01 WS-START-DATE           PIC 9(8).
       01 WS-END-DATE             PIC 9(8).
       01 WS-START-INT            PIC 9(7).
       01 WS-END-INT              PIC 9(7).
       01 WS-DAY-INT              PIC 9(7).
       01 WS-DAY-DATE             PIC 9(8).
       01 WS-EXTRACTS-READ        PIC 9(3)    VALUE 0.

      * BOOK names the accounting book reconciled, resolved as for
      * GL-ACK: blank or the primary book works on the historical
      * names, any other book on its own suffixed extracts,
      * outstanding list, GL balance file and break file.
       01 WS-BOOK-CODE            PIC X(4)    VALUE SPACES.
       01 WS-BOOK-FILENAME        PIC X(100)
                                     VALUE "gl_books.dat".
       01 WS-BOOK-STATUS          PIC X(2).
       01 WS-BOOK-EOF-FLAG        PIC X(1)    VALUE "N".
          88 WS-BOOK-EOF                      VALUE "Y".
       01 WS-BOOK-LINES           PIC 9(2)    VALUE 0.
       01 WS-BOOK-KNOWN-FLAG      PIC X(1)    VALUE "N".
          88 WS-BOOK-KNOWN                    VALUE "Y".
       01 WS-BOOK-SUFFIX          PIC X(5)    VALUE SPACES.

      * Transactions the GL has not acknowledged yet; their extract
      * lines are timing items rather than differences.
       01 WS-UNACK-TABLE.
          05 WS-UNACK-ID OCCURS 5000 TIMES PIC X(12).
       01 WS-UNACK-USED           PIC 9(4)    VALUE 0.
       01 WS-UNACK-MAX            PIC 9(4)    VALUE 5000.
       01 WS-UNACK-IDX            PIC 9(4).
       01 WS-UNACK-FOUND-FLAG     PIC X(1)    VALUE "N".
          88 WS-UNACK-FOUND                   VALUE "Y".

      * One entry per account and cost centre met in the extracts
      * or in the GL balance file.
       01 WS-ACC-TABLE.
          05 WS-ACC-ENTRY OCCURS 500 TIMES.
             10 WS-ACC-ACCOUNT       PIC X(4).
             10 WS-ACC-COST-CENTER   PIC X(6).
             10 WS-ACC-SENT          PIC S9(13)V99.
             10 WS-ACC-GL            PIC S9(13)V99.
             10 WS-ACC-TIMING        PIC S9(13)V99.
             10 WS-ACC-BREAK         PIC S9(13)V99.
             10 WS-ACC-REAL          PIC S9(13)V99.
       01 WS-ACC-USED             PIC 9(3)    VALUE 0.
       01 WS-ACC-MAX              PIC 9(3)    VALUE 500.
       01 WS-ACC-IDX              PIC 9(3).
       01 WS-ACC-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-ACC-FOUND                     VALUE "Y".
       01 WS-KEY-ACCOUNT          PIC X(4).
       01 WS-KEY-COST-CENTER      PIC X(6).

      * Extract lines of unacknowledged transactions, listed under
      * their account in the timing section.
       01 WS-TIM-TABLE.
          05 WS-TIM-ENTRY OCCURS 2000 TIMES.
             10 WS-TIM-ACC-IDX       PIC 9(3).
             10 WS-TIM-ID            PIC X(12).
             10 WS-TIM-DATE          PIC X(8).
             10 WS-TIM-AMOUNT        PIC S9(11)V99.
       01 WS-TIM-USED             PIC 9(4)    VALUE 0.
       01 WS-TIM-MAX              PIC 9(4)    VALUE 2000.
       01 WS-TIM-IDX              PIC 9(4).

      * Break file entries.  State K: another period, carried as
      * is; O: still open in this period; C: cleared by this run.
       01 WS-BRK-TABLE.
          05 WS-BRK-ENTRY OCCURS 1000 TIMES.
             10 WS-BRK-PERIOD        PIC 9(6).
             10 WS-BRK-ACCOUNT       PIC X(4).
             10 WS-BRK-COST-CENTER   PIC X(6).
             10 WS-BRK-FIRST-DATE    PIC 9(8).
             10 WS-BRK-AMOUNT        PIC S9(11)V99.
             10 WS-BRK-STATE         PIC X(1).
       01 WS-BRK-USED             PIC 9(4)    VALUE 0.
       01 WS-BRK-MAX              PIC 9(4)    VALUE 1000.
       01 WS-BRK-IDX              PIC 9(4).
       01 WS-BRK-FOUND-FLAG       PIC X(1)    VALUE "N".
          88 WS-BRK-FOUND                     VALUE "Y".
       01 WS-BRK-OUT.
          05 WS-BRK-OUT-PERIOD    PIC 9(6).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-BRK-OUT-ACCOUNT   PIC X(4).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-BRK-OUT-CC        PIC X(6).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-BRK-OUT-DATE      PIC 9(8).
          05 FILLER               PIC X(1)    VALUE SPACE.
          05 WS-BRK-OUT-AMOUNT    PIC S9(11)V99
                                     SIGN LEADING SEPARATE CHARACTER.
       01 WS-ITEM-INT             PIC 9(7).
       01 WS-ITEM-AGE             PIC 9(5).

      * Pieces of an extract or GL balance line.
       01 WS-X-ID                 PIC X(12).
       01 WS-X-DATE               PIC X(8).
       01 WS-X-ACCOUNT            PIC X(10).
       01 WS-X-AMOUNT-TEXT        PIC X(20).
       01 WS-X-SENSE              PIC X(1).
       01 WS-X-PERIOD             PIC X(12).
       01 WS-X-ENTITY             PIC X(3).
       01 WS-X-FIELD-8            PIC X(20).
       01 WS-X-FIELD-9            PIC X(20).
       01 WS-X-FIELD-10           PIC X(20).
       01 WS-X-FIELDS             PIC 9(2).
       01 WS-X-AMOUNT             PIC S9(11)V99.
       01 WS-PREV-ID              PIC X(12).
       01 WS-G-ACCOUNT            PIC X(10).
       01 WS-G-COST-CENTER        PIC X(10).
       01 WS-G-AMOUNT-TEXT        PIC X(20).
       01 WS-GL-LINES             PIC 9(5)    VALUE 0.
       01 WS-GL-BAD-LINES         PIC 9(5)    VALUE 0.

      * Sub-ledger control: the month's movement on the balance
      * master against the customer amount of every transaction
      * sent in the extracts.
       01 WS-SUB-MASTER           PIC S9(13)V99 VALUE 0.
       01 WS-SUB-SENT             PIC S9(13)V99 VALUE 0.
       01 WS-SUB-DIFF             PIC S9(13)V99 VALUE 0.
       01 WS-SUB-LATER-FLAG       PIC X(1)    VALUE "N".
          88 WS-SUB-UNVERIFIABLE              VALUE "Y".

       01 WS-OK-COUNT             PIC 9(5)    VALUE 0.
       01 WS-TIMING-COUNT         PIC 9(5)    VALUE 0.
       01 WS-REAL-COUNT           PIC 9(5)    VALUE 0.
       01 WS-CLEARED-COUNT        PIC 9(5)    VALUE 0.
       01 WS-CARRIED-COUNT        PIC 9(5)    VALUE 0.
       01 WS-TOTAL-SENT           PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-GL             PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-TIMING         PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-REAL           PIC S9(13)V99 VALUE 0.
       01 WS-STATE-TEXT           PIC X(7).
       01 WS-EDIT-1               PIC -(10)9.99.
       01 WS-EDIT-2               PIC -(10)9.99.
       01 WS-EDIT-3               PIC -(10)9.99.
       01 WS-EDIT-4               PIC -(10)9.99.
       01 WS-EDIT-5               PIC -(10)9.99.
       01 WS-COUNT-EDIT           PIC Z(4)9.

       01 WS-RETURN-CODE          PIC 9(2)    VALUE 0.
       01 WS-SANDBOX-DIR          PIC X(100)  VALUE SPACES.
       01 WS-LAUNCH-DIR           PIC X(100)  VALUE SPACES.
       01 WS-SANDBOX-RC           PIC S9(9) COMP-5.
       01 WS-SHELL-CMD            PIC X(300).
       01 WS-SHELL-RC             PIC S9(9) COMP-5.

      * Sub-ledger to general-ledger reconciliation for one month
      * and one accounting book, run when the GL returns its period
      * balance file.  What we sent is rebuilt per account and cost
      * centre from the month's GL extracts and set against the GL
      * balance.  The part of a break made of transactions the GL
      * has not acknowledged yet is a timing item; the rest is a
      * real difference, kept on the break file with the date it
      * was first seen until a later run finds it cleared.  The
      * extracts are also proved against the balance master's
      * month-to-date movement.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-LOCALE FROM ENVIRONMENT "LOCALE"
           IF NOT WS-LOCALE-EN
              MOVE "FR" TO WS-LOCALE
           END-IF

           PERFORM ENTER-SANDBOX-DIR

           ACCEPT WS-RECON-DATE FROM ENVIRONMENT "RECON_DATE"
           IF WS-RECON-DATE NOT NUMERIC OR WS-RECON-DATE = SPACES
              CALL "BUSINESS_DATE" USING WS-RECON-DATE, WS-DATE-SOURCE
           END-IF
           MOVE FUNCTION NUMVAL (WS-RECON-DATE) TO WS-RECON-DATE-NUM
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE (WS-RECON-DATE-NUM)

           ACCEPT WS-MONTH-TEXT FROM ENVIRONMENT "RECON_MONTH"
           IF WS-MONTH-TEXT = SPACES
              MOVE WS-RECON-DATE (1:6) TO WS-MONTH-TEXT
           END-IF
           PERFORM RESOLVE-PERIOD

           ACCEPT WS-BOOK-CODE FROM ENVIRONMENT "BOOK"
           IF WS-BOOK-CODE NOT = SPACES
              PERFORM RESOLVE-BOOK
           END-IF

           MOVE SPACES TO WS-GLBAL-FILENAME
           STRING "gl_balances-"  DELIMITED BY SIZE
                  WS-RECON-MONTH  DELIMITED BY SIZE
                  WS-BOOK-SUFFIX  DELIMITED BY SPACE
                  ".csv"          DELIMITED BY SIZE
                  INTO WS-GLBAL-FILENAME
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "gl_recon-"     DELIMITED BY SIZE
                  WS-RECON-MONTH  DELIMITED BY SIZE
                  WS-BOOK-SUFFIX  DELIMITED BY SPACE
                  ".txt"          DELIMITED BY SIZE
                  INTO WS-REPORT-FILENAME

           IF WS-LOCALE-EN
              DISPLAY "=== Sub-ledger to GL reconciliation: "
                      WS-RECON-MONTH " " WS-BOOK-CODE " ==="
           ELSE
              DISPLAY "=== Rapprochement auxiliaire / grand livre: "
                      WS-RECON-MONTH " " WS-BOOK-CODE " ==="
           END-IF

           MOVE "N" TO WS-GLBAL-EOF-FLAG
           OPEN INPUT GLBAL-FILE
           IF WS-GLBAL-STATUS NOT = "00"
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: no GL balance file received: "
                         FUNCTION TRIM (WS-GLBAL-FILENAME)
              ELSE
                 DISPLAY "AVERTISSEMENT: aucun fichier de soldes GL "
                         "recu: " FUNCTION TRIM (WS-GLBAL-FILENAME)
              END-IF
              MOVE 4 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM LOAD-UNACKED-ITEMS
           PERFORM LOAD-SENT-EXTRACTS
           PERFORM LOAD-GL-BALANCES
           CLOSE GLBAL-FILE
           PERFORM LOAD-BREAK-FILE
           PERFORM LOAD-BALANCE-MASTER

           PERFORM CLASSIFY-ONE-ACCOUNT
              VARYING WS-ACC-IDX FROM 1 BY 1
              UNTIL WS-ACC-IDX > WS-ACC-USED
           PERFORM CLEAR-ONE-BREAK
              VARYING WS-BRK-IDX FROM 1 BY 1
              UNTIL WS-BRK-IDX > WS-BRK-USED
           COMPUTE WS-SUB-DIFF = WS-SUB-MASTER - WS-SUB-SENT

           PERFORM WRITE-RECON-REPORT
           PERFORM REWRITE-BREAK-FILE

           IF WS-LOCALE-EN
              DISPLAY "Accounts in agreement: " WS-OK-COUNT
                      "  timing only: " WS-TIMING-COUNT
                      "  real differences: " WS-REAL-COUNT
              DISPLAY "Cleared: " WS-CLEARED-COUNT
                      "  carried from other periods: "
                      WS-CARRIED-COUNT
           ELSE
              DISPLAY "Comptes concordants: " WS-OK-COUNT
                      "  en transit: " WS-TIMING-COUNT
                      "  ecarts reels: " WS-REAL-COUNT
              DISPLAY "Regles: " WS-CLEARED-COUNT
                      "  reportes d'autres periodes: "
                      WS-CARRIED-COUNT
           END-IF
           IF NOT WS-SUB-UNVERIFIABLE AND WS-SUB-DIFF NOT = 0
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: extracts do not prove to the "
                         "balance master movement"
              ELSE
                 DISPLAY "AVERTISSEMENT: les extraits ne prouvent "
                         "pas le mouvement du maitre des soldes"
              END-IF
           END-IF
           IF WS-REAL-COUNT > 0 OR WS-CARRIED-COUNT > 0
              OR (NOT WS-SUB-UNVERIFIABLE AND WS-SUB-DIFF NOT = 0)
              MOVE 8 TO WS-RETURN-CODE
           ELSE
              IF WS-TIMING-COUNT > 0
                 MOVE 4 TO WS-RETURN-CODE
              END-IF
           END-IF

           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.

      * The month defaults to the business date's.  Its extracts are
      * read from the first of the month up to its last day, or up
      * to the business date while the month is still running; a
      * month that has not started yet cannot be reconciled.
       RESOLVE-PERIOD.
           IF WS-MONTH-TEXT NOT NUMERIC
              MOVE 0 TO WS-RECON-MONTH
           ELSE
              MOVE WS-MONTH-TEXT TO WS-RECON-MONTH
           END-IF
           IF WS-RECON-MM < 1 OR WS-RECON-MM > 12
              OR WS-RECON-MONTH > WS-RECON-DATE (1:6)
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: invalid reconciliation month: "
                         WS-MONTH-TEXT
              ELSE
                 DISPLAY "ERREUR: mois de rapprochement invalide: "
                         WS-MONTH-TEXT
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           COMPUTE WS-START-DATE = WS-RECON-MONTH * 100 + 1
           IF WS-RECON-MONTH = WS-RECON-DATE (1:6)
              MOVE WS-RECON-DATE-NUM TO WS-END-DATE
           ELSE
              MOVE WS-RECON-YEAR TO WS-NEXT-YEAR
              COMPUTE WS-NEXT-MM = WS-RECON-MM + 1
              IF WS-RECON-MM = 12
                 ADD 1 TO WS-NEXT-YEAR
                 MOVE 1 TO WS-NEXT-MM
              END-IF
              MOVE 1 TO WS-NEXT-DD
              COMPUTE WS-END-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START) - 1)
           END-IF
           COMPUTE WS-START-INT =
              FUNCTION INTEGER-OF-DATE (WS-START-DATE)
           COMPUTE WS-END-INT =
              FUNCTION INTEGER-OF-DATE (WS-END-DATE).

      * The book must be on the books file.  The first book listed
      * is the primary book and keeps the unsuffixed names, so
      * naming it is the same as leaving BOOK blank.
       RESOLVE-BOOK.
           ACCEPT WS-BOOK-FILENAME FROM ENVIRONMENT "BOOKS_FILE"
           IF WS-BOOK-FILENAME = SPACES
              MOVE "gl_books.dat" TO WS-BOOK-FILENAME
           END-IF
           MOVE "N" TO WS-BOOK-EOF-FLAG
           OPEN INPUT BOOK-FILE
           IF WS-BOOK-STATUS = "00"
              PERFORM READ-BOOK-RECORD
              PERFORM MATCH-BOOK-RECORD UNTIL WS-BOOK-EOF
                 OR WS-BOOK-KNOWN
              CLOSE BOOK-FILE
           END-IF
           IF NOT WS-BOOK-KNOWN
              IF WS-LOCALE-EN
                 DISPLAY "ERROR: accounting book " WS-BOOK-CODE
                         " is not on the books file - "
                         "reconciliation refused"
              ELSE
                 DISPLAY "ERREUR: livre comptable " WS-BOOK-CODE
                         " absent de la liste des livres - "
                         "rapprochement refuse"
              END-IF
              MOVE 12 TO WS-RETURN-CODE
              MOVE WS-RETURN-CODE TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-BOOK-LINES > 1
              STRING "-"          DELIMITED BY SIZE
                     WS-BOOK-CODE DELIMITED BY SPACE
                     INTO WS-BOOK-SUFFIX
              END-STRING
              MOVE SPACES TO WS-OUTSTANDING-FILENAME
              STRING "gl_outstanding" DELIMITED BY SIZE
                     WS-BOOK-SUFFIX   DELIMITED BY SPACE
                     ".dat"           DELIMITED BY SIZE
                     INTO WS-OUTSTANDING-FILENAME
              END-STRING
              MOVE SPACES TO WS-BREAK-FILENAME
              STRING "gl_recon_breaks" DELIMITED BY SIZE
                     WS-BOOK-SUFFIX    DELIMITED BY SPACE
                     ".dat"            DELIMITED BY SIZE
                     INTO WS-BREAK-FILENAME
              END-STRING
              MOVE SPACES TO WS-NEW-BREAK-FILENAME
              STRING "gl_recon_breaks" DELIMITED BY SIZE
                     WS-BOOK-SUFFIX    DELIMITED BY SPACE
                     ".dat.new"        DELIMITED BY SIZE
                     INTO WS-NEW-BREAK-FILENAME
              END-STRING
           END-IF.

       READ-BOOK-RECORD.
           READ BOOK-FILE
              AT END
                 SET WS-BOOK-EOF TO TRUE
           END-READ.

       MATCH-BOOK-RECORD.
           IF GB-CODE NOT = SPACES
              ADD 1 TO WS-BOOK-LINES
              IF GB-CODE = WS-BOOK-CODE
                 SET WS-BOOK-KNOWN TO TRUE
              END-IF
           END-IF
           IF NOT WS-BOOK-KNOWN
              PERFORM READ-BOOK-RECORD
           END-IF.

      * Only unacknowledged items matter here: a rejected item is
      * not booked and will not be, so it stays a real difference.
       LOAD-UNACKED-ITEMS.
           MOVE "N" TO WS-OUTSTANDING-EOF-FLAG
           OPEN INPUT OUTSTANDING-FILE
           IF WS-OUTSTANDING-STATUS = "00"
              PERFORM READ-OUTSTANDING-RECORD
              PERFORM LOAD-ONE-UNACKED UNTIL WS-OUTSTANDING-EOF
              CLOSE OUTSTANDING-FILE
           END-IF.

       READ-OUTSTANDING-RECORD.
           READ OUTSTANDING-FILE
              AT END
                 SET WS-OUTSTANDING-EOF TO TRUE
           END-READ.

       LOAD-ONE-UNACKED.
           IF OUT-TRANS-ID NOT = SPACES
              AND OUT-STATE = "UNACKED"
              IF WS-UNACK-USED >= WS-UNACK-MAX
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
              ADD 1 TO WS-UNACK-USED
              MOVE OUT-TRANS-ID TO WS-UNACK-ID (WS-UNACK-USED)
           END-IF
           PERFORM READ-OUTSTANDING-RECORD.

       LOAD-SENT-EXTRACTS.
           PERFORM LOAD-ONE-DAY-EXTRACT
              VARYING WS-DAY-INT FROM WS-START-INT BY 1
              UNTIL WS-DAY-INT > WS-END-INT
           IF WS-LOCALE-EN
              DISPLAY "GL extracts read: " WS-EXTRACTS-READ
                      "  (" WS-START-DATE " - " WS-END-DATE ")"
           ELSE
              DISPLAY "Extraits GL lus: " WS-EXTRACTS-READ
                      "  (" WS-START-DATE " - " WS-END-DATE ")"
           END-IF.

      * Days without an extract (week-ends, holidays) are skipped.
       LOAD-ONE-DAY-EXTRACT.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-INT)
           MOVE SPACES TO WS-EXTRACT-FILENAME
           STRING "gl_extract-"  DELIMITED BY SIZE
                  WS-DAY-DATE    DELIMITED BY SIZE
                  WS-BOOK-SUFFIX DELIMITED BY SPACE
                  ".csv"         DELIMITED BY SIZE
                  INTO WS-EXTRACT-FILENAME
           MOVE "N" TO WS-EXTRACT-EOF-FLAG
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS = "00"
              ADD 1 TO WS-EXTRACTS-READ
              MOVE SPACES TO WS-PREV-ID
              PERFORM READ-EXTRACT-RECORD
              PERFORM TAKE-ONE-EXTRACT-LINE UNTIL WS-EXTRACT-EOF
              CLOSE EXTRACT-FILE
           END-IF.

       READ-EXTRACT-RECORD.
           READ EXTRACT-FILE
              AT END
                 SET WS-EXTRACT-EOF TO TRUE
           END-READ.

      * An extract line is id,date,account,amount,sense,period,
      * entity, then the cost centre when the chart gives one and
      * the group currency and amount when converted: with ten
      * fields the eighth is the cost centre, with nine it is the
      * currency.  The first line of a transaction carries the
      * customer amount; the lines after it are its contra and
      * margin pairs.
       TAKE-ONE-EXTRACT-LINE.
           MOVE SPACES TO WS-X-ID WS-X-DATE WS-X-ACCOUNT
                          WS-X-AMOUNT-TEXT WS-X-SENSE WS-X-PERIOD
                          WS-X-ENTITY WS-X-FIELD-8 WS-X-FIELD-9
                          WS-X-FIELD-10
           MOVE 0 TO WS-X-FIELDS
           UNSTRING EXTRACT-RECORD DELIMITED BY ","
              INTO WS-X-ID, WS-X-DATE, WS-X-ACCOUNT,
                   WS-X-AMOUNT-TEXT, WS-X-SENSE, WS-X-PERIOD,
                   WS-X-ENTITY, WS-X-FIELD-8, WS-X-FIELD-9,
                   WS-X-FIELD-10
              TALLYING IN WS-X-FIELDS
           END-UNSTRING
           IF WS-X-ID NOT = "SEQ" AND WS-X-ID NOT = "SEAL"
              AND WS-X-ID NOT = SPACES
              AND WS-X-AMOUNT-TEXT NOT = SPACES
              MOVE FUNCTION NUMVAL (WS-X-AMOUNT-TEXT) TO WS-X-AMOUNT
              MOVE WS-X-ACCOUNT TO WS-KEY-ACCOUNT
              IF WS-X-FIELDS = 9
                 MOVE SPACES TO WS-KEY-COST-CENTER
              ELSE
                 MOVE WS-X-FIELD-8 TO WS-KEY-COST-CENTER
              END-IF
              IF WS-X-SENSE = "C"
                 COMPUTE WS-X-AMOUNT = 0 - WS-X-AMOUNT
              END-IF
              PERFORM FIND-ACC-ENTRY
              ADD WS-X-AMOUNT TO WS-ACC-SENT (WS-ACC-IDX)
              PERFORM CHECK-TIMING-LINE
              IF WS-X-ID (1:1) = "T" AND WS-X-ID NOT = WS-PREV-ID
                 IF WS-X-SENSE = "C"
                    SUBTRACT WS-X-AMOUNT FROM WS-SUB-SENT
                 ELSE
                    ADD WS-X-AMOUNT TO WS-SUB-SENT
                 END-IF
              END-IF
              MOVE WS-X-ID TO WS-PREV-ID
           END-IF
           PERFORM READ-EXTRACT-RECORD.

       CHECK-TIMING-LINE.
           MOVE "N" TO WS-UNACK-FOUND-FLAG
           PERFORM CHECK-UNACK-ID
              VARYING WS-UNACK-IDX FROM 1 BY 1
              UNTIL WS-UNACK-IDX > WS-UNACK-USED OR WS-UNACK-FOUND
           IF WS-UNACK-FOUND
              ADD WS-X-AMOUNT TO WS-ACC-TIMING (WS-ACC-IDX)
              IF WS-TIM-USED >= WS-TIM-MAX
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
              ADD 1 TO WS-TIM-USED
              MOVE WS-ACC-IDX TO WS-TIM-ACC-IDX (WS-TIM-USED)
              MOVE WS-X-ID TO WS-TIM-ID (WS-TIM-USED)
              MOVE WS-X-DATE TO WS-TIM-DATE (WS-TIM-USED)
              MOVE WS-X-AMOUNT TO WS-TIM-AMOUNT (WS-TIM-USED)
           END-IF.

       CHECK-UNACK-ID.
           IF WS-X-ID = WS-UNACK-ID (WS-UNACK-IDX)
              SET WS-UNACK-FOUND TO TRUE
           END-IF.

      * Sets WS-ACC-IDX on the entry for WS-KEY-ACCOUNT and
      * WS-KEY-COST-CENTER, adding it when new.
       FIND-ACC-ENTRY.
           MOVE "N" TO WS-ACC-FOUND-FLAG
           PERFORM CHECK-ACC-ENTRY
              VARYING WS-ACC-IDX FROM 1 BY 1
              UNTIL WS-ACC-IDX > WS-ACC-USED OR WS-ACC-FOUND
           IF WS-ACC-FOUND
              SUBTRACT 1 FROM WS-ACC-IDX
           ELSE
              IF WS-ACC-USED >= WS-ACC-MAX
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
              ADD 1 TO WS-ACC-USED
              MOVE WS-ACC-USED TO WS-ACC-IDX
              MOVE WS-KEY-ACCOUNT TO WS-ACC-ACCOUNT (WS-ACC-IDX)
              MOVE WS-KEY-COST-CENTER
                 TO WS-ACC-COST-CENTER (WS-ACC-IDX)
              MOVE 0 TO WS-ACC-SENT (WS-ACC-IDX)
              MOVE 0 TO WS-ACC-GL (WS-ACC-IDX)
              MOVE 0 TO WS-ACC-TIMING (WS-ACC-IDX)
              MOVE 0 TO WS-ACC-BREAK (WS-ACC-IDX)
              MOVE 0 TO WS-ACC-REAL (WS-ACC-IDX)
           END-IF.

       CHECK-ACC-ENTRY.
           IF WS-ACC-ACCOUNT (WS-ACC-IDX) = WS-KEY-ACCOUNT
              AND WS-ACC-COST-CENTER (WS-ACC-IDX) = WS-KEY-COST-CENTER
              SET WS-ACC-FOUND TO TRUE
           END-IF.

      * A PERIOD line naming another month means the wrong file was
      * delivered; nothing is reconciled against it.
       LOAD-GL-BALANCES.
           PERFORM READ-GLBAL-RECORD
           PERFORM TAKE-ONE-GL-BALANCE UNTIL WS-GLBAL-EOF
           IF WS-GL-BAD-LINES > 0
              IF WS-LOCALE-EN
                 DISPLAY "WARNING: unreadable GL balance lines "
                         "ignored: " WS-GL-BAD-LINES
              ELSE
                 DISPLAY "AVERTISSEMENT: lignes de soldes GL "
                         "illisibles ignorees: " WS-GL-BAD-LINES
              END-IF
           END-IF.

       READ-GLBAL-RECORD.
           READ GLBAL-FILE
              AT END
                 SET WS-GLBAL-EOF TO TRUE
           END-READ.

       TAKE-ONE-GL-BALANCE.
           MOVE SPACES TO WS-G-ACCOUNT WS-G-COST-CENTER
                          WS-G-AMOUNT-TEXT
           UNSTRING GLBAL-RECORD DELIMITED BY ","
              INTO WS-G-ACCOUNT, WS-G-COST-CENTER, WS-G-AMOUNT-TEXT
           END-UNSTRING
           EVALUATE TRUE
              WHEN GLBAL-RECORD = SPACES
                 CONTINUE
              WHEN WS-G-ACCOUNT = "PERIOD"
                 IF WS-G-COST-CENTER (1:6) NOT = WS-RECON-MONTH
                    IF WS-LOCALE-EN
                       DISPLAY "ERROR: GL balance file is for period "
                               WS-G-COST-CENTER (1:6) ", expected "
                               WS-RECON-MONTH
                    ELSE
                       DISPLAY "ERREUR: fichier de soldes GL de la "
                               "periode " WS-G-COST-CENTER (1:6)
                               ", attendu " WS-RECON-MONTH
                    END-IF
                    CLOSE GLBAL-FILE
                    MOVE 12 TO WS-RETURN-CODE
                    MOVE WS-RETURN-CODE TO RETURN-CODE
                    STOP RUN
                 END-IF
              WHEN WS-G-AMOUNT-TEXT = SPACES
                 OR FUNCTION TEST-NUMVAL (WS-G-AMOUNT-TEXT) NOT = 0
                 ADD 1 TO WS-GL-BAD-LINES
              WHEN OTHER
                 ADD 1 TO WS-GL-LINES
                 MOVE WS-G-ACCOUNT TO WS-KEY-ACCOUNT
                 MOVE WS-G-COST-CENTER TO WS-KEY-COST-CENTER
                 PERFORM FIND-ACC-ENTRY
                 COMPUTE WS-ACC-GL (WS-ACC-IDX) =
                    WS-ACC-GL (WS-ACC-IDX)
                    + FUNCTION NUMVAL (WS-G-AMOUNT-TEXT)
           END-EVALUATE
           PERFORM READ-GLBAL-RECORD.

       LOAD-BREAK-FILE.
           MOVE "N" TO WS-BREAK-EOF-FLAG
           OPEN INPUT BREAK-FILE
           IF WS-BREAK-STATUS = "00"
              PERFORM READ-BREAK-RECORD
              PERFORM LOAD-ONE-BREAK UNTIL WS-BREAK-EOF
              CLOSE BREAK-FILE
           END-IF.

       READ-BREAK-RECORD.
           READ BREAK-FILE
              AT END
                 SET WS-BREAK-EOF TO TRUE
           END-READ.

      * A dropped break would never be chased again, so a full
      * table stops the run rather than trimming the list.
       LOAD-ONE-BREAK.
           IF RB-PERIOD NUMERIC
              IF WS-BRK-USED >= WS-BRK-MAX
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
              ADD 1 TO WS-BRK-USED
              MOVE RB-PERIOD TO WS-BRK-PERIOD (WS-BRK-USED)
              MOVE RB-ACCOUNT TO WS-BRK-ACCOUNT (WS-BRK-USED)
              MOVE RB-COST-CENTER TO WS-BRK-COST-CENTER (WS-BRK-USED)
              MOVE RB-FIRST-DATE TO WS-BRK-FIRST-DATE (WS-BRK-USED)
              MOVE RB-AMOUNT TO WS-BRK-AMOUNT (WS-BRK-USED)
              IF RB-PERIOD = WS-RECON-MONTH
                 MOVE "C" TO WS-BRK-STATE (WS-BRK-USED)
              ELSE
                 MOVE "K" TO WS-BRK-STATE (WS-BRK-USED)
                 ADD 1 TO WS-CARRIED-COUNT
              END-IF
           END-IF
           PERFORM READ-BREAK-RECORD.

      * Only users whose month-to-date belongs to the month being
      * reconciled count.  Once a user has rolled into a later
      * month the master no longer holds this month's movement and
      * the control cannot be made.
       LOAD-BALANCE-MASTER.
           OPEN INPUT BALANCE-IDX-FILE
           IF WS-BAL-IDX-STATUS = "00"
              MOVE "N" TO WS-BAL-IDX-EOF-FLAG
              PERFORM READ-BAL-IDX-NEXT
              PERFORM TAKE-ONE-IDX-BALANCE UNTIL WS-BAL-IDX-EOF
              CLOSE BALANCE-IDX-FILE
           ELSE
              MOVE "N" TO WS-BALANCE-EOF-FLAG
              OPEN INPUT BALANCE-FILE
              IF WS-BALANCE-STATUS = "00"
                 PERFORM READ-BALANCE-RECORD
                 PERFORM TAKE-ONE-BALANCE UNTIL WS-BALANCE-EOF
                 CLOSE BALANCE-FILE
              ELSE
                 SET WS-SUB-UNVERIFIABLE TO TRUE
              END-IF
           END-IF.

       READ-BAL-IDX-NEXT.
           READ BALANCE-IDX-FILE NEXT RECORD
              AT END
                 SET WS-BAL-IDX-EOF TO TRUE
           END-READ.

       TAKE-ONE-IDX-BALANCE.
           IF BAL-IDX-USER NOT = SPACES
              IF BAL-IDX-MONTH = WS-RECON-MONTH
                 ADD BAL-IDX-MTD TO WS-SUB-MASTER
              END-IF
              IF BAL-IDX-MONTH > WS-RECON-MONTH
                 SET WS-SUB-UNVERIFIABLE TO TRUE
              END-IF
           END-IF
           PERFORM READ-BAL-IDX-NEXT.

       READ-BALANCE-RECORD.
           READ BALANCE-FILE
              AT END
                 SET WS-BALANCE-EOF TO TRUE
           END-READ.

       TAKE-ONE-BALANCE.
           IF BAL-USER NOT = SPACES
              IF BAL-MONTH = WS-RECON-MONTH
                 ADD BAL-MTD TO WS-SUB-MASTER
              END-IF
              IF BAL-MONTH > WS-RECON-MONTH
                 SET WS-SUB-UNVERIFIABLE TO TRUE
              END-IF
           END-IF
           PERFORM READ-BALANCE-RECORD.

      * Break is what we sent less what the GL holds; the timing
      * part is explained by unacknowledged transactions, the rest
      * is real.  An account the GL already agrees with is clean
      * even if the acknowledgment is still to come.
       CLASSIFY-ONE-ACCOUNT.
           COMPUTE WS-ACC-BREAK (WS-ACC-IDX) =
              WS-ACC-SENT (WS-ACC-IDX) - WS-ACC-GL (WS-ACC-IDX)
           IF WS-ACC-BREAK (WS-ACC-IDX) = 0
              MOVE 0 TO WS-ACC-REAL (WS-ACC-IDX)
              ADD 1 TO WS-OK-COUNT
           ELSE
              COMPUTE WS-ACC-REAL (WS-ACC-IDX) =
                 WS-ACC-BREAK (WS-ACC-IDX)
                 - WS-ACC-TIMING (WS-ACC-IDX)
              IF WS-ACC-REAL (WS-ACC-IDX) = 0
                 ADD 1 TO WS-TIMING-COUNT
              ELSE
                 ADD 1 TO WS-REAL-COUNT
                 PERFORM NOTE-OPEN-BREAK
              END-IF
           END-IF
           ADD WS-ACC-SENT (WS-ACC-IDX) TO WS-TOTAL-SENT
           ADD WS-ACC-GL (WS-ACC-IDX) TO WS-TOTAL-GL
           IF WS-ACC-BREAK (WS-ACC-IDX) NOT = 0
              ADD WS-ACC-TIMING (WS-ACC-IDX) TO WS-TOTAL-TIMING
           END-IF
           ADD WS-ACC-REAL (WS-ACC-IDX) TO WS-TOTAL-REAL.

      * A break already on file keeps the date it was first seen.
       NOTE-OPEN-BREAK.
           MOVE "N" TO WS-BRK-FOUND-FLAG
           PERFORM CHECK-BRK-ENTRY
              VARYING WS-BRK-IDX FROM 1 BY 1
              UNTIL WS-BRK-IDX > WS-BRK-USED OR WS-BRK-FOUND
           IF WS-BRK-FOUND
              SUBTRACT 1 FROM WS-BRK-IDX
           ELSE
              IF WS-BRK-USED >= WS-BRK-MAX
                 PERFORM ABEND-TABLE-OVERFLOW
              END-IF
              ADD 1 TO WS-BRK-USED
              MOVE WS-BRK-USED TO WS-BRK-IDX
              MOVE WS-RECON-MONTH TO WS-BRK-PERIOD (WS-BRK-IDX)
              MOVE WS-ACC-ACCOUNT (WS-ACC-IDX)
                 TO WS-BRK-ACCOUNT (WS-BRK-IDX)
              MOVE WS-ACC-COST-CENTER (WS-ACC-IDX)
                 TO WS-BRK-COST-CENTER (WS-BRK-IDX)
              MOVE WS-RECON-DATE-NUM TO WS-BRK-FIRST-DATE (WS-BRK-IDX)
           END-IF
           MOVE WS-ACC-REAL (WS-ACC-IDX) TO WS-BRK-AMOUNT (WS-BRK-IDX)
           MOVE "O" TO WS-BRK-STATE (WS-BRK-IDX).

       CHECK-BRK-ENTRY.
           IF WS-BRK-PERIOD (WS-BRK-IDX) = WS-RECON-MONTH
              AND WS-BRK-ACCOUNT (WS-BRK-IDX)
                  = WS-ACC-ACCOUNT (WS-ACC-IDX)
              AND WS-BRK-COST-CENTER (WS-BRK-IDX)
                  = WS-ACC-COST-CENTER (WS-ACC-IDX)
              SET WS-BRK-FOUND TO TRUE
           END-IF.

       CLEAR-ONE-BREAK.
           IF WS-BRK-STATE (WS-BRK-IDX) = "C"
              ADD 1 TO WS-CLEARED-COUNT
           END-IF.

       WRITE-RECON-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "RAPPROCHEMENT AUXILIAIRE / GRAND LIVRE - PERIODE "
                     DELIMITED BY SIZE
                  WS-RECON-MONTH DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-BOOK-CODE   DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "TRAITE LE "      DELIMITED BY SIZE
                  WS-RECON-DATE     DELIMITED BY SIZE
                  " - EXTRAITS DU " DELIMITED BY SIZE
                  WS-START-DATE     DELIMITED BY SIZE
                  " AU "            DELIMITED BY SIZE
                  WS-END-DATE       DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "CPTE CC    "         DELIMITED BY SIZE
                  "          ENVOYE"    DELIMITED BY SIZE
                  "              GL"    DELIMITED BY SIZE
                  "           ECART"    DELIMITED BY SIZE
                  "         TRANSIT"    DELIMITED BY SIZE
                  "            REEL"    DELIMITED BY SIZE
                  " ETAT"               DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           PERFORM REPORT-ONE-ACCOUNT
              VARYING WS-ACC-IDX FROM 1 BY 1
              UNTIL WS-ACC-IDX > WS-ACC-USED

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ELEMENTS EN TRANSIT (ENVOYES, NON COMPTABILISES)"
              TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM REPORT-ACCOUNT-TIMING
              VARYING WS-ACC-IDX FROM 1 BY 1
              UNTIL WS-ACC-IDX > WS-ACC-USED

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ECARTS REELS OUVERTS" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM REPORT-OPEN-BREAK
              VARYING WS-BRK-IDX FROM 1 BY 1
              UNTIL WS-BRK-IDX > WS-BRK-USED

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ECARTS REGLES" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM REPORT-CLEARED-BREAK
              VARYING WS-BRK-IDX FROM 1 BY 1
              UNTIL WS-BRK-IDX > WS-BRK-USED

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "ECARTS REPORTES D'AUTRES PERIODES" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM REPORT-CARRIED-BREAK
              VARYING WS-BRK-IDX FROM 1 BY 1
              UNTIL WS-BRK-IDX > WS-BRK-USED

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM REPORT-SUB-LEDGER
           PERFORM REPORT-TOTALS
           CLOSE REPORT-FILE.

       REPORT-ONE-ACCOUNT.
           EVALUATE TRUE
              WHEN WS-ACC-BREAK (WS-ACC-IDX) = 0
                 MOVE "OK" TO WS-STATE-TEXT
              WHEN WS-ACC-REAL (WS-ACC-IDX) = 0
                 MOVE "TRANSIT" TO WS-STATE-TEXT
              WHEN OTHER
                 MOVE "ECART" TO WS-STATE-TEXT
           END-EVALUATE
           MOVE WS-ACC-SENT (WS-ACC-IDX) TO WS-EDIT-1
           MOVE WS-ACC-GL (WS-ACC-IDX) TO WS-EDIT-2
           MOVE WS-ACC-BREAK (WS-ACC-IDX) TO WS-EDIT-3
           MOVE WS-ACC-TIMING (WS-ACC-IDX) TO WS-EDIT-4
           MOVE WS-ACC-REAL (WS-ACC-IDX) TO WS-EDIT-5
           MOVE SPACES TO REPORT-RECORD
           STRING WS-ACC-ACCOUNT (WS-ACC-IDX)     DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-ACC-COST-CENTER (WS-ACC-IDX) DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-EDIT-1                       DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-EDIT-2                       DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-EDIT-3                       DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-EDIT-4                       DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-EDIT-5                       DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-STATE-TEXT                   DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      * Timing items are grouped under their account, each with the
      * transaction and the extract day it went out on.
       REPORT-ACCOUNT-TIMING.
           IF WS-ACC-TIMING (WS-ACC-IDX) NOT = 0
              AND WS-ACC-BREAK (WS-ACC-IDX) NOT = 0
              MOVE WS-ACC-TIMING (WS-ACC-IDX) TO WS-EDIT-1
              MOVE SPACES TO REPORT-RECORD
              STRING "COMPTE "                       DELIMITED BY SIZE
                     WS-ACC-ACCOUNT (WS-ACC-IDX)     DELIMITED BY SIZE
                     " "                             DELIMITED BY SIZE
                     WS-ACC-COST-CENTER (WS-ACC-IDX) DELIMITED BY SIZE
                     "  TOTAL EN TRANSIT "           DELIMITED BY SIZE
                     WS-EDIT-1                       DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
              PERFORM REPORT-ONE-TIMING
                 VARYING WS-TIM-IDX FROM 1 BY 1
                 UNTIL WS-TIM-IDX > WS-TIM-USED
           END-IF.

       REPORT-ONE-TIMING.
           IF WS-TIM-ACC-IDX (WS-TIM-IDX) = WS-ACC-IDX
              MOVE WS-TIM-AMOUNT (WS-TIM-IDX) TO WS-EDIT-2
              MOVE SPACES TO REPORT-RECORD
              STRING "   "                     DELIMITED BY SIZE
                     WS-TIM-ID (WS-TIM-IDX)    DELIMITED BY SIZE
                     " ENVOYE LE "             DELIMITED BY SIZE
                     WS-TIM-DATE (WS-TIM-IDX)  DELIMITED BY SIZE
                     " "                       DELIMITED BY SIZE
                     WS-EDIT-2                 DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF.

       REPORT-OPEN-BREAK.
           IF WS-BRK-STATE (WS-BRK-IDX) = "O"
              PERFORM COMPUTE-BREAK-AGE
              MOVE WS-BRK-AMOUNT (WS-BRK-IDX) TO WS-EDIT-1
              MOVE WS-ITEM-AGE TO WS-COUNT-EDIT
              MOVE SPACES TO REPORT-RECORD
              STRING WS-BRK-ACCOUNT (WS-BRK-IDX)     DELIMITED BY SIZE
                     " "                             DELIMITED BY SIZE
                     WS-BRK-COST-CENTER (WS-BRK-IDX) DELIMITED BY SIZE
                     " "                             DELIMITED BY SIZE
                     WS-EDIT-1                       DELIMITED BY SIZE
                     "  DEPUIS LE "                  DELIMITED BY SIZE
                     WS-BRK-FIRST-DATE (WS-BRK-IDX)  DELIMITED BY SIZE
                     "  AGE "                        DELIMITED BY SIZE
                     WS-COUNT-EDIT                   DELIMITED BY SIZE
                     " J"                            DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF.

       REPORT-CLEARED-BREAK.
           IF WS-BRK-STATE (WS-BRK-IDX) = "C"
              MOVE WS-BRK-AMOUNT (WS-BRK-IDX) TO WS-EDIT-1
              MOVE SPACES TO REPORT-RECORD
              STRING WS-BRK-ACCOUNT (WS-BRK-IDX)     DELIMITED BY SIZE
                     " "                             DELIMITED BY SIZE
                     WS-BRK-COST-CENTER (WS-BRK-IDX) DELIMITED BY SIZE
                     " "                             DELIMITED BY SIZE
                     WS-EDIT-1                       DELIMITED BY SIZE
                     "  DEPUIS LE "                  DELIMITED BY SIZE
                     WS-BRK-FIRST-DATE (WS-BRK-IDX)  DELIMITED BY SIZE
                     "  REGLE"                       DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF.

       REPORT-CARRIED-BREAK.
           IF WS-BRK-STATE (WS-BRK-IDX) = "K"
              PERFORM COMPUTE-BREAK-AGE
              MOVE WS-BRK-AMOUNT (WS-BRK-IDX) TO WS-EDIT-1
              MOVE WS-ITEM-AGE TO WS-COUNT-EDIT
              MOVE SPACES TO REPORT-RECORD
              STRING WS-BRK-PERIOD (WS-BRK-IDX)      DELIMITED BY SIZE
                     " "                             DELIMITED BY SIZE
                     WS-BRK-ACCOUNT (WS-BRK-IDX)     DELIMITED BY SIZE
                     " "                             DELIMITED BY SIZE
                     WS-BRK-COST-CENTER (WS-BRK-IDX) DELIMITED BY SIZE
                     " "                             DELIMITED BY SIZE
                     WS-EDIT-1                       DELIMITED BY SIZE
                     "  DEPUIS LE "                  DELIMITED BY SIZE
                     WS-BRK-FIRST-DATE (WS-BRK-IDX)  DELIMITED BY SIZE
                     "  AGE "                        DELIMITED BY SIZE
                     WS-COUNT-EDIT                   DELIMITED BY SIZE
                     " J"                            DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF.

       COMPUTE-BREAK-AGE.
           MOVE 0 TO WS-ITEM-AGE
           IF WS-BRK-FIRST-DATE (WS-BRK-IDX) NOT = 0
              AND WS-BRK-FIRST-DATE (WS-BRK-IDX) <= WS-RECON-DATE-NUM
              COMPUTE WS-ITEM-INT =
                 FUNCTION INTEGER-OF-DATE
                    (WS-BRK-FIRST-DATE (WS-BRK-IDX))
              COMPUTE WS-ITEM-AGE = WS-TODAY-INT - WS-ITEM-INT
           END-IF.

       REPORT-SUB-LEDGER.
           IF WS-SUB-UNVERIFIABLE
              MOVE "CONTROLE AUXILIAIRE: NON VERIFIABLE"
                 TO REPORT-RECORD
              WRITE REPORT-RECORD
              MOVE "  (MAITRE DES SOLDES DEJA PASSE AU MOIS SUIVANT)"
                 TO REPORT-RECORD
              WRITE REPORT-RECORD
           ELSE
              MOVE WS-SUB-MASTER TO WS-EDIT-1
              MOVE WS-SUB-SENT TO WS-EDIT-2
              MOVE WS-SUB-DIFF TO WS-EDIT-3
              MOVE SPACES TO REPORT-RECORD
              STRING "CONTROLE AUXILIAIRE: MOUVEMENT DU MOIS "
                        DELIMITED BY SIZE
                     WS-EDIT-1        DELIMITED BY SIZE
                     "  EXTRAITS "    DELIMITED BY SIZE
                     WS-EDIT-2        DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
              MOVE SPACES TO REPORT-RECORD
              STRING "                    ECART "
                        DELIMITED BY SIZE
                     WS-EDIT-3        DELIMITED BY SIZE
                     INTO REPORT-RECORD
              END-STRING
              WRITE REPORT-RECORD
           END-IF.

       REPORT-TOTALS.
           MOVE WS-TOTAL-SENT TO WS-EDIT-1
           MOVE WS-TOTAL-GL TO WS-EDIT-2
           MOVE WS-TOTAL-TIMING TO WS-EDIT-4
           MOVE WS-TOTAL-REAL TO WS-EDIT-5
           MOVE SPACES TO REPORT-RECORD
           STRING "TOTAUX: ENVOYE "  DELIMITED BY SIZE
                  WS-EDIT-1          DELIMITED BY SIZE
                  "  GL "            DELIMITED BY SIZE
                  WS-EDIT-2          DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "        TRANSIT " DELIMITED BY SIZE
                  WS-EDIT-4          DELIMITED BY SIZE
                  "  REEL "          DELIMITED BY SIZE
                  WS-EDIT-5          DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "COMPTES: CONCORDANTS " DELIMITED BY SIZE
                  WS-OK-COUNT             DELIMITED BY SIZE
                  "  EN TRANSIT "         DELIMITED BY SIZE
                  WS-TIMING-COUNT         DELIMITED BY SIZE
                  "  EN ECART "           DELIMITED BY SIZE
                  WS-REAL-COUNT           DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "ECARTS: REGLES "             DELIMITED BY SIZE
                  WS-CLEARED-COUNT              DELIMITED BY SIZE
                  "  REPORTES D'AUTRES PERIODES " DELIMITED BY SIZE
                  WS-CARRIED-COUNT              DELIMITED BY SIZE
                  INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

      * Cleared breaks of the period leave the file; every other
      * entry is written back.
       REWRITE-BREAK-FILE.
           OPEN OUTPUT NEW-BREAK-FILE
           PERFORM CARRY-ONE-BREAK
              VARYING WS-BRK-IDX FROM 1 BY 1
              UNTIL WS-BRK-IDX > WS-BRK-USED
           CLOSE NEW-BREAK-FILE
           MOVE SPACES TO WS-SHELL-CMD
           STRING "mv -f " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-NEW-BREAK-FILENAME)
                     DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM (WS-BREAK-FILENAME)
                     DELIMITED BY SIZE
                  INTO WS-SHELL-CMD
           END-STRING
           CALL "SYSTEM" USING WS-SHELL-CMD RETURNING WS-SHELL-RC.

       CARRY-ONE-BREAK.
           IF WS-BRK-STATE (WS-BRK-IDX) NOT = "C"
              MOVE WS-BRK-PERIOD (WS-BRK-IDX) TO WS-BRK-OUT-PERIOD
              MOVE WS-BRK-ACCOUNT (WS-BRK-IDX) TO WS-BRK-OUT-ACCOUNT
              MOVE WS-BRK-COST-CENTER (WS-BRK-IDX) TO WS-BRK-OUT-CC
              MOVE WS-BRK-FIRST-DATE (WS-BRK-IDX) TO WS-BRK-OUT-DATE
              MOVE WS-BRK-AMOUNT (WS-BRK-IDX) TO WS-BRK-OUT-AMOUNT
              MOVE WS-BRK-OUT TO NEW-BREAK-RECORD
              WRITE NEW-BREAK-RECORD
           END-IF.

       ABEND-TABLE-OVERFLOW.
           IF WS-LOCALE-EN
              DISPLAY "ABEND: GL reconciliation table overflow - "
                      "reconciliation refused"
           ELSE
              DISPLAY "ARRET: debordement d'une table du "
                      "rapprochement GL - rapprochement refuse"
           END-IF
           MOVE 16 TO WS-RETURN-CODE
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

       END PROGRAM GL-RECON.
